       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-MES: FECHO DO PERIODO DA RAZAO GERAL. NO
      *    ULTIMO DIA UTIL DO MES (DEPOIS DO GLPOST E DO GLTRIAL) O
      *    PERIODO ABERTO DE file/glperiod.txt (VER GLPERIOD.cpy) E
      *    CONGELADO: CADA SALDO DE file/glbal.txt E FOTOGRAFADO NO
      *    HISTORICO file/glhist.txt (VER GLHIST.cpy) E O SALDO DE
      *    FECHO PASSA A SALDO DE ABERTURA DO PERIODO SEGUINTE, COM OS
      *    DEBITOS E CREDITOS A ZERO. O PERIODO SEGUINTE FICA ABERTO E
      *    O GLPOST DEIXA DE ACEITAR LANCAMENTOS NO FECHADO.
      *    O FECHO E RECUSADO SE O BALANCETE NAO FECHA A ZERO (O PASSO
      *    NAO E CARIMBADO, PARA SER RETOMADO DEPOIS DE CORRIGIDO). UM
      *    FECHO QUE FICOU POR FAZER E FEITO NA PRIMEIRA NOITE DEPOIS
      *    DO FIM DO PERIODO, PELO jcl/glclose.sh (NESSA NOITE O GLPOST
      *    PARA O CICLO ANTES DE LANCAR O DIARIO).
      *    O TRANSPORTE E FEITO A PARTIR DO HISTORICO JA ESCRITO, PELO
      *    QUE UM FECHO INTERROMPIDO PODE SIMPLESMENTE SER REPETIDO.
      *    NO FECHO DE DEZEMBRO O GLYEND, A SEGUIR, PASSA OS PROVEITOS
      *    E CUSTOS DO ANO A RESULTADOS TRANSITADOS.
      *    O RESUMO E A GERACAO DATADA file/gl_close_AAAAMMDD.txt
      *    CATALOGADA NO SPOOL (VER SPOOLREG).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBAL ASSIGN 'file/glbal.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS FS-GLBAL.
           SELECT GLHIST ASSIGN 'file/glhist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS FS-GLHIST.
           SELECT GLPERIOD ASSIGN 'file/glperiod.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLPERIOD.
           SELECT CLOSERPT ASSIGN WS-CLOSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLOSERPT.

       DATA DIVISION.
       FILE SECTION.
       FD GLBAL.
           COPY 'GLBAL.cpy'.

       FD GLHIST.
           COPY 'GLHIST.cpy'.

       FD GLPERIOD.
           COPY 'GLPERIOD.cpy'.

       FD CLOSERPT.
       01 CLOSERPT-REC                  PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUS-PERIOD                 PIC 9(6).
       01 WS-CLOSE-PERIOD               PIC 9(6).
       01 WS-NEXT-PERIOD                PIC 9(6).
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR              PIC 9(4).
           05 WS-NEXT-MONTH             PIC 9(2).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-CLOSE-NAME                 PIC X(40).
      *    PROVA DO BALANCETE ANTES DE FECHAR
       01 WS-CLOSE-BAL                  PIC S9(13)V99.
       01 WS-TOT-DR                     PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CR                     PIC 9(15)V99 VALUE 0.
       01 WS-TOT-DEBIT-BAL              PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CREDIT-BAL             PIC 9(15)V99 VALUE 0.
       01 WS-BAL-COUNT                  PIC 9(6) VALUE 0.
       01 WS-FROZEN-COUNT               PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT              PIC 9(6) VALUE 0.
       01 WS-CARRIED-COUNT              PIC 9(6) VALUE 0.
       01 WS-PRINT-LINE                 PIC X(90).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-GLBAL                      PIC X(2).
       01 FS-GLHIST                     PIC X(2).
       01 FS-GLPERIOD                   PIC X(2).
       01 FS-CLOSERPT                   PIC X(2).
       01 WS-TOTAL-EDIT                 PIC -9(15),99.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "GLCLOSE: inicio do fecho do periodo da razao geral"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'GLCLOSE' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "GLCLOSE: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           DIVIDE WS-BUSDATE BY 100 GIVING WS-BUS-PERIOD

           OPEN INPUT GLPERIOD
           IF FS-GLPERIOD = '35'
               DISPLAY "GLCLOSE: ainda nao ha periodos na razao geral"
                       " - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao abrir file/glperiod.txt: " FS-GLPERIOD
               STOP RUN
           END-IF
           READ GLPERIOD
               AT END
                   DISPLAY "GLCLOSE: controlo de periodos vazio - "
                           "nada a fazer"
                   CLOSE GLPERIOD
                   PERFORM STAMP-STEP-DONE
                   STOP RUN
           END-READ
           CLOSE GLPERIOD
           MOVE GLP-OPEN-PERIOD TO WS-CLOSE-PERIOD
      ******************************************************************
      *    SO FECHA NO ULTIMO DIA UTIL DO MES DO PERIODO ABERTO, OU
      *    DEPOIS DELE SE O FECHO FICOU POR FAZER
      ******************************************************************
           IF WS-BUS-PERIOD < WS-CLOSE-PERIOD
               DISPLAY "GLCLOSE: periodo aberto " WS-CLOSE-PERIOD
                       " ainda nao comecou - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF WS-BUS-PERIOD = WS-CLOSE-PERIOD
               MOVE 'L' TO BC-FUNC
               MOVE WS-BUSDATE TO BC-DATE
               CALL 'BUSCAL' USING BUSCAL-PARM
               IF BC-STATUS NOT = '00'
                   DISPLAY "Erro no calendario de dias uteis: "
                           BC-STATUS
                   STOP RUN
               END-IF
               IF WS-BUSDATE < BC-RESULT
                   DISPLAY "GLCLOSE: ainda nao e fim do mes - "
                           "nada a fazer"
                   PERFORM STAMP-STEP-DONE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
      ******************************************************************
      *    O BALANCETE TEM DE FECHAR A ZERO
      ******************************************************************
           OPEN INPUT GLBAL
           IF FS-GLBAL = '35'
               DISPLAY "GLCLOSE: ainda nao ha saldos da razao geral"
               MOVE ZERO TO WS-BAL-COUNT
           ELSE
               IF FS-GLBAL NOT = '00'
                   DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
                   STOP RUN
               END-IF
               PERFORM PROVE-TRIAL-BALANCE
               CLOSE GLBAL
           END-IF
           IF WS-TOT-DR NOT = WS-TOT-CR
              OR WS-TOT-DEBIT-BAL NOT = WS-TOT-CREDIT-BAL
               DISPLAY "GLCLOSE: *** BALANCETE DESEQUILIBRADO - O "
                       "PERIODO " WS-CLOSE-PERIOD " NAO FOI FECHADO ***"
               STOP RUN
           END-IF
      ******************************************************************
      *    CONGELAR O PERIODO E TRANSPORTAR OS SALDOS
      ******************************************************************
           IF WS-BAL-COUNT > 0
               PERFORM FREEZE-PERIOD
               PERFORM CARRY-FORWARD
           END-IF

           MOVE WS-CLOSE-PERIOD TO GLP-LAST-CLOSED
           MOVE WS-NEXT-PERIOD TO GLP-OPEN-PERIOD
           MOVE WS-BUSDATE TO GLP-CLOSE-DATE
           OPEN OUTPUT GLPERIOD
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao abrir file/glperiod.txt: " FS-GLPERIOD
               STOP RUN
           END-IF
           WRITE GLPERIOD-REC
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao gravar em file/glperiod.txt: "
                       FS-GLPERIOD
               STOP RUN
           END-IF
           CLOSE GLPERIOD
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RESUMO
      ******************************************************************
           MOVE SPACES TO WS-CLOSE-NAME
           STRING 'file/gl_close_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-CLOSE-NAME

           OPEN OUTPUT CLOSERPT
           IF FS-CLOSERPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-CLOSE-NAME ": " FS-CLOSERPT
               STOP RUN
           END-IF
           PERFORM WRITE-CLOSE-SUMMARY
           CLOSE CLOSERPT

           MOVE 'GLCLOSE' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-CLOSE-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-BAL-COUNT TO RC-READ-COUNT
           COMPUTE RC-POSTED-COUNT = WS-FROZEN-COUNT + WS-CARRIED-COUNT
           MOVE WS-TOT-DR TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "GLCLOSE: periodo " WS-CLOSE-PERIOD " fechado, "
                   "aberto o periodo " WS-NEXT-PERIOD
           DISPLAY "GLCLOSE: resumo emitido em " WS-CLOSE-NAME

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'GLCLOSE' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    PROVA DO BALANCETE (A MESMA DO GLTRIAL): DEBITOS = CREDITOS
      *    E SALDOS DEVEDORES = SALDOS CREDORES
      ******************************************************************
       PROVE-TRIAL-BALANCE.
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLBAL NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-BAL-COUNT
                       ADD GLB-PERIOD-DR TO WS-TOT-DR
                       ADD GLB-PERIOD-CR TO WS-TOT-CR
                       COMPUTE WS-CLOSE-BAL = GLB-OPEN-BAL
                           + GLB-PERIOD-DR - GLB-PERIOD-CR
                       IF WS-CLOSE-BAL < ZERO
                           SUBTRACT WS-CLOSE-BAL
                               FROM WS-TOT-CREDIT-BAL
                       ELSE
                           ADD WS-CLOSE-BAL TO WS-TOT-DEBIT-BAL
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    FOTOGRAFIA DO PERIODO NO HISTORICO. UM REGISTO QUE JA LA
      *    ESTA (FECHO INTERROMPIDO E REPETIDO) FICA COMO ESTA
      ******************************************************************
       FREEZE-PERIOD.
           OPEN I-O GLHIST
           IF FS-GLHIST = '35'
               OPEN OUTPUT GLHIST
               IF FS-GLHIST NOT = '00'
                   DISPLAY "Erro ao criar file/glhist.txt: " FS-GLHIST
                   STOP RUN
               END-IF
               CLOSE GLHIST
               OPEN I-O GLHIST
           END-IF
           IF FS-GLHIST NOT = '00'
               DISPLAY "Erro ao abrir file/glhist.txt: " FS-GLHIST
               STOP RUN
           END-IF

           OPEN INPUT GLBAL
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLBAL NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM FREEZE-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE GLBAL.

       FREEZE-ONE-BALANCE.
           MOVE WS-CLOSE-PERIOD TO GLH-PERIOD
           MOVE GLB-ACCT TO GLH-ACCT
           MOVE GLB-BRANCH TO GLH-BRANCH
           MOVE GLB-OPEN-BAL TO GLH-OPEN-BAL
           MOVE GLB-PERIOD-DR TO GLH-PERIOD-DR
           MOVE GLB-PERIOD-CR TO GLH-PERIOD-CR
           COMPUTE GLH-CLOSE-BAL =
               GLB-OPEN-BAL + GLB-PERIOD-DR - GLB-PERIOD-CR
           MOVE WS-BUSDATE TO GLH-CLOSE-DATE
           WRITE GLHIST-REC
           IF FS-GLHIST = '22'
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FS-GLHIST NOT = '00'
               DISPLAY "Erro ao gravar em file/glhist.txt: " FS-GLHIST
               STOP RUN
           END-IF
           ADD 1 TO WS-FROZEN-COUNT.

      ******************************************************************
      *    TRANSPORTE: O FECHO CONGELADO PASSA A ABERTURA DO PERIODO
      *    SEGUINTE E O MOVIMENTO DO PERIODO RECOMECA DO ZERO
      ******************************************************************
       CARRY-FORWARD.
           OPEN I-O GLBAL
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLBAL NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM CARRY-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE GLBAL
           CLOSE GLHIST.

       CARRY-ONE-BALANCE.
           MOVE WS-CLOSE-PERIOD TO GLH-PERIOD
           MOVE GLB-ACCT TO GLH-ACCT
           MOVE GLB-BRANCH TO GLH-BRANCH
           READ GLHIST
               INVALID KEY
                   DISPLAY "GLCLOSE: saldo " GLB-ACCT " " GLB-BRANCH
                           " sem fotografia do periodo"
                   STOP RUN
           END-READ
           MOVE GLH-CLOSE-BAL TO GLB-OPEN-BAL
           MOVE ZERO TO GLB-PERIOD-DR
           MOVE ZERO TO GLB-PERIOD-CR
           REWRITE GLBAL-REC
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao regravar em file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF
           ADD 1 TO WS-CARRIED-COUNT.

      ******************************************************************
      *    RESUMO DO FECHO
      ******************************************************************
       WRITE-CLOSE-SUMMARY.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FECHO DO PERIODO ' DELIMITED SIZE
                  WS-CLOSE-PERIOD DELIMITED SIZE
                  ' DA RAZAO GERAL EM ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-FROZEN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS CONGELADOS NO HISTORICO     ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-ALREADY-COUNT > 0
               MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'JA CONGELADOS (FECHO RETOMADO)     '
                          DELIMITED SIZE
                      WS-COUNT-EDIT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS TRANSPORTADOS               ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-DR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DEBITOS DO PERIODO          ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-CR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CREDITOS DO PERIODO         ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-DEBIT-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS DEVEDORES TRANSPORT. ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-CREDIT-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS CREDORES TRANSPORT.  ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PERIODO ABERTO A SEGUIR: ' DELIMITED SIZE
                  WS-NEXT-PERIOD DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-CLOSE-PERIOD (5:2) = '12'
               MOVE 'FECHO DE ANO: O GLYEND PASSA OS PROVEITOS E CUSTOS'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE '              A RESULTADOS TRANSITADOS'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO CLOSERPT-REC
           WRITE CLOSERPT-REC
           IF FS-CLOSERPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-CLOSE-NAME ": "
                       FS-CLOSERPT
               STOP RUN
           END-IF.
