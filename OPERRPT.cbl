       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    PASSO DO CICLO DE FIM-DE-DIA: RELATORIO DIARIO DE
      *    ATIVIDADE E EXCECOES POR OPERADOR, POR BALCAO, PARA A
      *    REVISAO A QUATRO OLHOS DO GERENTE (O TRABALHO E FEITO PELO
      *    OPERACT - VER OPACTPRM.cpy). OS MOVIMENTOS SAO OS DA DATA
      *    DE NEGOCIO; OS LOGS DE SESSAO, OVERRIDES E MANUTENCOES SAO
      *    OS DO DIA A SEGUIR AO DIA UTIL ANTERIOR ATE A DATA DE
      *    NEGOCIO, PARA O FIM DE SEMANA E OS FERIADOS CAIREM NO
      *    RELATORIO DO DIA UTIL SEGUINTE.
      *    A SAIDA E A GERACAO DATADA file/oper_report_AAAAMMDD.txt
      *    CATALOGADA NO SPOOL (VER SPOOLREG). O MESMO RELATORIO PARA
      *    UM PERIODO PEDE-SE NO OPERINQ (MENU PRINCIPAL).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-DATE-INT                   PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-OPER-NAME                  PIC X(40).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DO RELATORIO DE ATIVIDADE POR OPERADOR
           COPY 'OPACTPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "OPERRPT: inicio do relatorio de atividade por "
                   "operador"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'OPERRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "OPERRPT: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    JANELA DOS LOGS: DO DIA A SEGUIR AO DIA UTIL ANTERIOR ATE
      *    A DATA DE NEGOCIO
      ******************************************************************
           MOVE 'P' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BC-RESULT) + 1
           COMPUTE OA-LOG-FROM = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           MOVE WS-BUSDATE TO OA-LOG-TO
           MOVE WS-BUSDATE TO OA-FROM
           MOVE WS-BUSDATE TO OA-TO
           MOVE ZERO TO OA-BRANCH
           MOVE 'S' TO OA-ALL-BRANCHES

           MOVE SPACES TO WS-OPER-NAME
           STRING 'file/oper_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-OPER-NAME
           MOVE WS-OPER-NAME TO OA-FILENAME

           CALL 'OPERACT' USING OPERACT-PARM
           IF OA-STATUS NOT = '00'
               DISPLAY "Erro no relatorio de atividade por operador: "
                       OA-STATUS
               STOP RUN
           END-IF

           MOVE 'OPERRPT' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-OPER-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE OA-READ-COUNT TO RC-READ-COUNT
           MOVE OA-POST-COUNT TO RC-POSTED-COUNT
           MOVE 'S' TO RC-FUNC
           MOVE 'OPERRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF

           DISPLAY "OPERRPT: " OA-OPER-COUNT " operador(es) com "
                   "atividade, " OA-POST-COUNT " movimento(s), "
                   OA-EXC-COUNT " excecao(oes)"
           DISPLAY "OPERRPT: relatorio emitido em " WS-OPER-NAME

           STOP RUN.
