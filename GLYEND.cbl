       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYEND.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-ANO: DEPOIS DO FECHO DE DEZEMBRO PELO
      *    GLCLOSE, PASSA O SALDO DAS CONTAS DE PROVEITOS ('V') E DE
      *    CUSTOS ('G') DO PLANO DE CONTAS file/glclass.txt (VER
      *    GLCLASS.cpy) A CONTA DE RESULTADOS TRANSITADOS ('T') DO
      *    MESMO BALCAO: O SALDO DE ABERTURA DO NOVO ANO DESSAS CONTAS
      *    FICA A ZERO E O RESULTADO LIQUIDO DO ANO SOMA-SE A ABERTURA
      *    DE RESULTADOS TRANSITADOS. O MOVIMENTO DO NOVO PERIODO NAO
      *    E TOCADO. O DEZEMBRO CONGELADO EM file/glhist.txt GUARDA
      *    OS SALDOS ANTES DO APURAMENTO.
      *    SO FAZ TRABALHO QUANDO O ULTIMO PERIODO FECHADO E UM
      *    DEZEMBRO AINDA NAO APURADO (GLP-YE-YEAR - VER
      *    GLPERIOD.cpy). SEM CONTA DE RESULTADOS TRANSITADOS NO PLANO
      *    O APURAMENTO E RECUSADO E O PASSO NAO E CARIMBADO.
      *    O RELATORIO E A GERACAO DATADA file/gl_yearend_AAAAMMDD.txt
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
           SELECT GLCLASS ASSIGN 'file/glclass.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLCLASS.
           SELECT GLPERIOD ASSIGN 'file/glperiod.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLPERIOD.
           SELECT YENDRPT ASSIGN WS-YEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-YENDRPT.

       DATA DIVISION.
       FILE SECTION.
       FD GLBAL.
           COPY 'GLBAL.cpy'.

       FD GLCLASS.
           COPY 'GLCLASS.cpy'.

       FD GLPERIOD.
           COPY 'GLPERIOD.cpy'.

       FD YENDRPT.
       01 YENDRPT-REC                   PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-CLOSED-YEAR                PIC 9(4).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-YEND-NAME                  PIC X(40).
      *    PLANO DE CONTAS
       01 WS-CL-MAX                     PIC 9(3) VALUE 200.
       01 WS-CL-COUNT                   PIC 9(3) VALUE 0.
       01 WS-CL-IDX                     PIC 9(3).
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 200 TIMES.
               10 WS-CL-ACCT            PIC X(8).
               10 WS-CL-CLASS           PIC X(1).
       01 WS-RE-ACCT                    PIC X(8) VALUE SPACES.
       01 WS-THIS-CLASS                 PIC X(1).
      *    RESULTADO DO ANO POR BALCAO (SALDO DEVEDOR POSITIVO: UM
      *    LUCRO E NEGATIVO)
       01 WS-BR-MAX                     PIC 9(2) VALUE 20.
       01 WS-BR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE            PIC 9(3).
               10 WS-BR-INCOME          PIC S9(13)V99.
               10 WS-BR-EXPENSE         PIC S9(13)V99.
       01 WS-BR-RESULT                  PIC S9(13)V99.
       01 WS-BR-OVERFLOW                PIC X(1) VALUE 'N'.
       01 WS-MOVED-COUNT                PIC 9(6) VALUE 0.
       01 WS-TOT-RESULT                 PIC S9(15)V99 VALUE 0.
       01 WS-PRINT-LINE                 PIC X(90).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-GLBAL                      PIC X(2).
       01 FS-GLCLASS                    PIC X(2).
       01 FS-GLPERIOD                   PIC X(2).
       01 FS-YENDRPT                    PIC X(2).
       01 WS-BAL-EDIT                   PIC -9(13),99.
       01 WS-TOTAL-EDIT                 PIC -9(15),99.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "GLYEND: inicio do apuramento de resultados do ano"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'GLYEND' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "GLYEND: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO DEPOIS DE FECHADO UM DEZEMBRO AINDA NAO APURADO
      ******************************************************************
           OPEN INPUT GLPERIOD
           IF FS-GLPERIOD = '35'
               DISPLAY "GLYEND: ainda nao ha periodos na razao geral"
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
                   MOVE ZERO TO GLP-LAST-CLOSED
           END-READ
           CLOSE GLPERIOD
           MOVE GLP-LAST-CLOSED (1:4) TO WS-CLOSED-YEAR
           IF GLP-LAST-CLOSED = ZERO
              OR GLP-LAST-CLOSED (5:2) NOT = '12'
              OR GLP-YE-YEAR NOT < WS-CLOSED-YEAR
               DISPLAY "GLYEND: nenhum ano por apurar - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           IF WS-RE-ACCT = SPACES
               DISPLAY "GLYEND: *** sem conta de resultados "
                       "transitados (classe 'T') em file/glclass.txt"
                       " - ano " WS-CLOSED-YEAR " nao apurado ***"
               STOP RUN
           END-IF

           OPEN I-O GLBAL
           IF FS-GLBAL = '35'
               DISPLAY "GLYEND: ainda nao ha saldos da razao geral"
           ELSE
               IF FS-GLBAL NOT = '00'
                   DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
                   STOP RUN
               END-IF
           END-IF
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO ENQUANTO APURA
      ******************************************************************
           MOVE SPACES TO WS-YEND-NAME
           STRING 'file/gl_yearend_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-YEND-NAME

           OPEN OUTPUT YENDRPT
           IF FS-YENDRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-YEND-NAME ": " FS-YENDRPT
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER

           IF FS-GLBAL NOT = '35'
               PERFORM CLOSE-RESULT-ACCOUNTS
               PERFORM POST-RETAINED-EARNINGS
               CLOSE GLBAL
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE YENDRPT
      ******************************************************************
      *    O ANO FICA APURADO NO CONTROLO DE PERIODOS
      ******************************************************************
           MOVE WS-CLOSED-YEAR TO GLP-YE-YEAR
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

           MOVE 'GLYEND' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-YEND-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-MOVED-COUNT TO RC-READ-COUNT
           MOVE WS-MOVED-COUNT TO RC-POSTED-COUNT
           MOVE WS-TOT-RESULT TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "GLYEND: ano " WS-CLOSED-YEAR " apurado - "
                   WS-MOVED-COUNT " saldo(s) passados a "
                   WS-RE-ACCT
           DISPLAY "GLYEND: relatorio emitido em " WS-YEND-NAME

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'GLYEND' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    PLANO DE CONTAS: CLASSE DE CADA CONTA E A CONTA DE
      *    RESULTADOS TRANSITADOS (A PRIMEIRA DE CLASSE 'T')
      ******************************************************************
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GLCLASS
           IF FS-GLCLASS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-GLCLASS NOT = '00'
               DISPLAY "Erro ao abrir file/glclass.txt: " FS-GLCLASS
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLCLASS
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF GLC-ACCT NOT = SPACES
                          AND WS-CL-COUNT < WS-CL-MAX
                           ADD 1 TO WS-CL-COUNT
                           MOVE GLC-ACCT TO WS-CL-ACCT (WS-CL-COUNT)
                           MOVE GLC-CLASS TO WS-CL-CLASS (WS-CL-COUNT)
                           IF GLC-CLASS = 'T' AND WS-RE-ACCT = SPACES
                               MOVE GLC-ACCT TO WS-RE-ACCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCLASS.

       FIND-ACCOUNT-CLASS.
           MOVE '?' TO WS-THIS-CLASS
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                      OR WS-CL-ACCT (WS-CL-IDX) = GLB-ACCT
               CONTINUE
           END-PERFORM
           IF WS-CL-IDX NOT > WS-CL-COUNT
               MOVE WS-CL-CLASS (WS-CL-IDX) TO WS-THIS-CLASS
           END-IF.

      ******************************************************************
      *    PROVEITOS E CUSTOS: A ABERTURA DO NOVO ANO (O FECHO DE
      *    DEZEMBRO) VAI PARA O RESULTADO DO BALCAO E FICA A ZERO
      ******************************************************************
       CLOSE-RESULT-ACCOUNTS.
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLBAL NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM FIND-ACCOUNT-CLASS
                       IF (WS-THIS-CLASS = 'V' OR WS-THIS-CLASS = 'G')
                          AND GLB-OPEN-BAL NOT = ZERO
                           PERFORM CLOSE-ONE-RESULT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-ONE-RESULT-ACCOUNT.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = GLB-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT >= WS-BR-MAX
                   IF WS-BR-OVERFLOW NOT = 'S'
                       MOVE 'S' TO WS-BR-OVERFLOW
                       DISPLAY "GLYEND: AVISO - mais balcoes do que a "
                               "tabela comporta; saldos deixados por "
                               "apurar"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-IDX
               MOVE GLB-BRANCH TO WS-BR-CODE (WS-BR-IDX)
               MOVE ZERO TO WS-BR-INCOME (WS-BR-IDX)
               MOVE ZERO TO WS-BR-EXPENSE (WS-BR-IDX)
           END-IF
           IF WS-THIS-CLASS = 'V'
               ADD GLB-OPEN-BAL TO WS-BR-INCOME (WS-BR-IDX)
           ELSE
               ADD GLB-OPEN-BAL TO WS-BR-EXPENSE (WS-BR-IDX)
           END-IF

           MOVE GLB-OPEN-BAL TO WS-BAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING GLB-ACCT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  GLB-BRANCH DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-THIS-CLASS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BAL-EDIT DELIMITED SIZE
                  '  -> ' DELIMITED SIZE
                  WS-RE-ACCT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO GLB-OPEN-BAL
           MOVE WS-BUSDATE TO GLB-LAST-DATE
           REWRITE GLBAL-REC
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao regravar em file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF
           ADD 1 TO WS-MOVED-COUNT.

      ******************************************************************
      *    O RESULTADO DE CADA BALCAO SOMA-SE A ABERTURA DA CONTA DE
      *    RESULTADOS TRANSITADOS DESSE BALCAO (CRIADA SE NAO EXISTE)
      ******************************************************************
       POST-RETAINED-EARNINGS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RESULTADO DO ANO POR BALCAO:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BAL         PROVEITOS            CUSTOS'
                      DELIMITED SIZE
                  '         RESULTADO' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM POST-ONE-BRANCH-RESULT
           END-PERFORM.

       POST-ONE-BRANCH-RESULT.
           COMPUTE WS-BR-RESULT = WS-BR-INCOME (WS-BR-IDX)
               + WS-BR-EXPENSE (WS-BR-IDX)
           ADD WS-BR-RESULT TO WS-TOT-RESULT

           MOVE WS-RE-ACCT TO GLB-ACCT
           MOVE WS-BR-CODE (WS-BR-IDX) TO GLB-BRANCH
           READ GLBAL
               INVALID KEY
                   MOVE WS-RE-ACCT TO GLB-ACCT
                   MOVE WS-BR-CODE (WS-BR-IDX) TO GLB-BRANCH
                   MOVE WS-BR-RESULT TO GLB-OPEN-BAL
                   MOVE ZERO TO GLB-PERIOD-DR
                   MOVE ZERO TO GLB-PERIOD-CR
                   MOVE WS-BUSDATE TO GLB-LAST-DATE
                   WRITE GLBAL-REC
                   IF FS-GLBAL NOT = '00'
                       DISPLAY "Erro ao gravar em file/glbal.txt: "
                               FS-GLBAL
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD WS-BR-RESULT TO GLB-OPEN-BAL
                   MOVE WS-BUSDATE TO GLB-LAST-DATE
                   REWRITE GLBAL-REC
                   IF FS-GLBAL NOT = '00'
                       DISPLAY "Erro ao regravar em file/glbal.txt: "
                               FS-GLBAL
                       STOP RUN
                   END-IF
           END-READ

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BR-CODE (WS-BR-IDX) TO WS-PRINT-LINE (1:3)
           MOVE WS-BR-INCOME (WS-BR-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (5:17)
           MOVE WS-BR-EXPENSE (WS-BR-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (23:17)
           MOVE WS-BR-RESULT TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (41:17)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    CABECALHO E TOTAIS DO RELATORIO
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'APURAMENTO DE RESULTADOS DO ANO ' DELIMITED SIZE
                  WS-CLOSED-YEAR DELIMITED SIZE
                  ' PARA ' DELIMITED SIZE
                  WS-RE-ACCT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '(SALDOS DEVEDORES POSITIVOS - UM LUCRO E NEGATIVO)'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'CONTA    BAL C      SALDO DO ANO'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS APURADOS             ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-RESULT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RESULTADO LIQUIDO DO ANO    ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO YENDRPT-REC
           WRITE YENDRPT-REC
           IF FS-YENDRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-YEND-NAME ": "
                       FS-YENDRPT
               STOP RUN
           END-IF.
