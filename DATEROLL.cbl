       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    ULTIMO PASSO DO CICLO DE FIM-DE-DIA: AVANCA A DATA DE
      *    NEGOCIO EM file/run_ctl.txt PARA O DIA UTIL SEGUINTE,
      *    SALTANDO FINS DE SEMANA E FERIADOS (VER BUSCAL). OS
      *    CARIMBOS DOS PASSOS FICAM COM A DATA ANTIGA, PELO QUE O
      *    CICLO SEGUINTE VOLTA A CORRER TODOS OS PASSOS.
      *****************************************************************
       01 WS-OLD-BUSDATE                PIC 9(8).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           MOVE RC-BUSDATE TO WS-OLD-BUSDATE

      ******************************************************************
      *    AVANCAR DE UMA SO VEZ PARA O DIA UTIL SEGUINTE, PARA QUE
      *    O HISTORICO DE ESTATISTICAS SO TENHA UM REGISTO DO
      *    DATEROLL, DATADO NO DIA UTIL QUE FECHOU
      ******************************************************************
           MOVE 'N' TO BC-FUNC
           MOVE WS-OLD-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: "
                       BC-STATUS
               STOP RUN
           END-IF

           MOVE 'R' TO RC-FUNC
           MOVE BC-RESULT TO RC-ROLL-TO
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao avancar a data de negocio: "
                       RC-STATUS
               STOP RUN
           END-IF

