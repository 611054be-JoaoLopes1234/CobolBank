       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: BALANCETE DA RAZAO GERAL SOBRE OS
      *    SALDOS DE file/glbal.txt (VER GLBAL.cpy), DEPOIS DO GLPOST.
      *    POR CONTA E BALCAO: CLASSE (DO PLANO DE CONTAS
      *    file/glclass.txt - VER GLCLASS.cpy), SALDO DE ABERTURA DO
      *    PERIODO, DEBITOS E CREDITOS DO PERIODO E SALDO ATUAL NA
      *    COLUNA DEVEDORA OU CREDORA. O BALANCETE TEM DE FECHAR A
      *    ZERO (DEBITOS = CREDITOS E SALDOS DEVEDORES = SALDOS
      *    CREDORES); SE NAO FECHA SAI ASSINALADO NO RELATORIO E NA
      *    CONSOLA, E O GLCLOSE RECUSA FECHAR O MES.
      *    SEGUE-SE A RECONCILIACAO DO RAZAO DE CLIENTES COM A RAZAO
      *    GERAL POR BALCAO: A SOMA DOS SALDOS DE file/accounts.txt
      *    DOMICILIADOS NO BALCAO CONTRA O SALDO CREDOR DAS CONTAS DE
      *    CONTROLO ASSINALADAS NO PLANO DE CONTAS, COM A DIFERENCA.
      *    A RAZAO GERAL E EM MOEDA NACIONAL, PELO QUE AS CONTAS EM
      *    MOEDA ESTRANGEIRA ENTRAM PELO CONTRAVALOR AO CAMBIO MEDIO
      *    DA DATA DE NEGOCIO (FXCONV).
      *    A SAIDA E A GERACAO DATADA file/gl_trial_AAAAMMDD.txt
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
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT TRIALRPT ASSIGN WS-TRIAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRIALRPT.

       DATA DIVISION.
       FILE SECTION.
       FD GLBAL.
           COPY 'GLBAL.cpy'.

       FD GLCLASS.
           COPY 'GLCLASS.cpy'.

       FD GLPERIOD.
           COPY 'GLPERIOD.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD TRIALRPT.
       01 TRIALRPT-REC                  PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    CONTRAVALOR EM MOEDA NACIONAL (VER FXCONV)
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-TRIAL-NAME                 PIC X(40).
      *    PLANO DE CONTAS
       01 WS-CL-MAX                     PIC 9(3) VALUE 200.
       01 WS-CL-COUNT                   PIC 9(3) VALUE 0.
       01 WS-CL-IDX                     PIC 9(3).
       01 WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 200 TIMES.
               10 WS-CL-ACCT            PIC X(8).
               10 WS-CL-CLASS           PIC X(1).
               10 WS-CL-CUST            PIC X(1).
       01 WS-CONTROL-COUNT              PIC 9(3) VALUE 0.
       01 WS-THIS-CLASS                 PIC X(1).
       01 WS-THIS-CUST                  PIC X(1).
      *    RECONCILIACAO DO RAZAO DE CLIENTES POR BALCAO
       01 WS-BR-MAX                     PIC 9(2) VALUE 20.
       01 WS-BR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE            PIC 9(3).
               10 WS-BR-ACCTS           PIC 9(6).
               10 WS-BR-LEDGER          PIC S9(13)V99.
               10 WS-BR-GL              PIC S9(13)V99.
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-BR-DIFF                    PIC S9(13)V99.
       01 WS-RECON-BREAKS               PIC 9(2) VALUE 0.
      *    TOTAIS DO BALANCETE
       01 WS-CLOSE-BAL                  PIC S9(13)V99.
       01 WS-LINE-COUNT                 PIC 9(6) VALUE 0.
       01 WS-TOT-OPEN                   PIC S9(15)V99 VALUE 0.
       01 WS-TOT-DR                     PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CR                     PIC 9(15)V99 VALUE 0.
       01 WS-TOT-DEBIT-BAL              PIC 9(15)V99 VALUE 0.
       01 WS-TOT-CREDIT-BAL             PIC 9(15)V99 VALUE 0.
       01 WS-BALANCED                   PIC X(1) VALUE 'S'.
       01 WS-OPEN-PERIOD                PIC 9(6) VALUE 0.
       01 WS-PRINT-LINE                 PIC X(110).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-GLBAL                      PIC X(2).
       01 FS-GLCLASS                    PIC X(2).
       01 FS-GLPERIOD                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-TRIALRPT                   PIC X(2).
       01 WS-BAL-EDIT                   PIC -9(13),99.
       01 WS-DR-EDIT                    PIC 9(13),99.
       01 WS-CR-EDIT                    PIC 9(13),99.
       01 WS-DEBIT-EDIT                 PIC Z(12)9,99.
       01 WS-CREDIT-EDIT                PIC Z(12)9,99.
       01 WS-TOTAL-EDIT                 PIC -9(15),99.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "GLTRIAL: inicio do balancete da razao geral"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'GLTRIAL' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "GLTRIAL: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM READ-OPEN-PERIOD

           OPEN INPUT GLBAL
           IF FS-GLBAL = '35'
               DISPLAY "GLTRIAL: ainda nao ha saldos da razao geral - "
                       "nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-TRIAL-NAME
           STRING 'file/gl_trial_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-TRIAL-NAME

           OPEN OUTPUT TRIALRPT
           IF FS-TRIALRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-TRIAL-NAME ": " FS-TRIALRPT
               STOP RUN
           END-IF

           PERFORM WRITE-TRIAL-BALANCE
           CLOSE GLBAL

           PERFORM LOAD-CUSTOMER-LEDGER
           PERFORM WRITE-RECONCILIATION
           CLOSE TRIALRPT

           MOVE 'GLTRIAL' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-TRIAL-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-LINE-COUNT TO RC-READ-COUNT
           MOVE WS-LINE-COUNT TO RC-POSTED-COUNT
           MOVE WS-TOT-DR TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           IF WS-BALANCED NOT = 'S'
               DISPLAY "GLTRIAL: *** ATENCAO - BALANCETE "
                       "DESEQUILIBRADO - ver " WS-TRIAL-NAME " ***"
           END-IF
           IF WS-RECON-BREAKS > 0
               DISPLAY "GLTRIAL: AVISO - " WS-RECON-BREAKS
                       " balcao(oes) com diferenca entre o razao de "
                       "clientes e a razao geral"
           END-IF
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "GLTRIAL: " WS-NO-RATE-COUNT " saldo(s) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF
           DISPLAY "GLTRIAL: relatorio emitido em " WS-TRIAL-NAME

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'GLTRIAL' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    PLANO DE CONTAS (OPCIONAL): CLASSE E CONTAS DE CONTROLO DO
      *    RAZAO DE CLIENTES
      ******************************************************************
       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT GLCLASS
           IF FS-GLCLASS = '35'
               DISPLAY "GLTRIAL: AVISO - sem plano de contas "
                       "(file/glclass.txt)"
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
                           MOVE GLC-CUST-LEDGER
                               TO WS-CL-CUST (WS-CL-COUNT)
                           IF GLC-CUST-LEDGER = 'S'
                               ADD 1 TO WS-CONTROL-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLCLASS.

       FIND-ACCOUNT-CLASS.
           MOVE '?' TO WS-THIS-CLASS
           MOVE 'N' TO WS-THIS-CUST
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
                      OR WS-CL-ACCT (WS-CL-IDX) = GLB-ACCT
               CONTINUE
           END-PERFORM
           IF WS-CL-IDX NOT > WS-CL-COUNT
               MOVE WS-CL-CLASS (WS-CL-IDX) TO WS-THIS-CLASS
               MOVE WS-CL-CUST (WS-CL-IDX) TO WS-THIS-CUST
           END-IF.

       READ-OPEN-PERIOD.
           OPEN INPUT GLPERIOD
           IF FS-GLPERIOD = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao abrir file/glperiod.txt: " FS-GLPERIOD
               STOP RUN
           END-IF
           READ GLPERIOD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GLP-OPEN-PERIOD TO WS-OPEN-PERIOD
           END-READ
           CLOSE GLPERIOD.

      ******************************************************************
      *    BALANCETE: UMA LINHA POR CONTA E BALCAO (ORDEM DA CHAVE) E
      *    A PROVA DE QUE FECHA A ZERO
      ******************************************************************
       WRITE-TRIAL-BALANCE.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALANCETE DA RAZAO GERAL EM ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ' - PERIODO ABERTO ' DELIMITED SIZE
                  WS-OPEN-PERIOD DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONTA    BAL C          ABERTURA' DELIMITED SIZE
                  '          DEBITOS         CREDITOS' DELIMITED SIZE
                  '   SALDO DEVEDOR    SALDO CREDOR' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ GLBAL NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-GLBAL NOT = '00'
                           DISPLAY "Erro ao ler file/glbal.txt: "
                                   FS-GLBAL
                           STOP RUN
                       END-IF
                       PERFORM WRITE-ONE-BALANCE-LINE
               END-READ
           END-PERFORM

           IF WS-TOT-DR NOT = WS-TOT-CR
              OR WS-TOT-DEBIT-BAL NOT = WS-TOT-CREDIT-BAL
               MOVE 'N' TO WS-BALANCED
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-OPEN TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL ABERTURA         ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-DR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL DEBITOS          ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-CR TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL CREDITOS         ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-DEBIT-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL SALDOS DEVEDORES ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-CREDIT-BAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL SALDOS CREDORES  ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BALANCED = 'S'
               MOVE 'BALANCETE EQUILIBRADO (FECHA A ZERO)'
                   TO WS-PRINT-LINE
           ELSE
               MOVE '*** BALANCETE DESEQUILIBRADO - NAO FECHA A ZERO'
                   TO WS-PRINT-LINE
               MOVE '***' TO WS-PRINT-LINE (49:3)
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-BALANCE-LINE.
           PERFORM FIND-ACCOUNT-CLASS
           COMPUTE WS-CLOSE-BAL =
               GLB-OPEN-BAL + GLB-PERIOD-DR - GLB-PERIOD-CR
           ADD 1 TO WS-LINE-COUNT
           ADD GLB-OPEN-BAL TO WS-TOT-OPEN
           ADD GLB-PERIOD-DR TO WS-TOT-DR
           ADD GLB-PERIOD-CR TO WS-TOT-CR

           MOVE ZERO TO WS-DEBIT-EDIT
           MOVE ZERO TO WS-CREDIT-EDIT
           IF WS-CLOSE-BAL < ZERO
               COMPUTE WS-CREDIT-EDIT = 0 - WS-CLOSE-BAL
               SUBTRACT WS-CLOSE-BAL FROM WS-TOT-CREDIT-BAL
           ELSE
               MOVE WS-CLOSE-BAL TO WS-DEBIT-EDIT
               ADD WS-CLOSE-BAL TO WS-TOT-DEBIT-BAL
           END-IF
      *    CONTAS DE CONTROLO DO RAZAO DE CLIENTES: SALDO CREDOR DO
      *    BALCAO PARA A RECONCILIACAO
           IF WS-THIS-CUST = 'S'
               MOVE GLB-BRANCH TO WS-THIS-BRANCH
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BR-IDX NOT > WS-BR-COUNT
                   SUBTRACT WS-CLOSE-BAL FROM WS-BR-GL (WS-BR-IDX)
               END-IF
           END-IF

           MOVE GLB-OPEN-BAL TO WS-BAL-EDIT
           MOVE GLB-PERIOD-DR TO WS-DR-EDIT
           MOVE GLB-PERIOD-CR TO WS-CR-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING GLB-ACCT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  GLB-BRANCH DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-THIS-CLASS DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BAL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-DR-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CR-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-DEBIT-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CREDIT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    ENTRADA DO BALCAO NA TABELA DA RECONCILIACAO (CRIADA SE
      *    AINDA NAO EXISTE; WS-BR-IDX > WS-BR-COUNT SE A TABELA ESTA
      *    CHEIA)
      ******************************************************************
       FIND-BRANCH-ENTRY.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = WS-THIS-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT >= WS-BR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-IDX
               MOVE WS-THIS-BRANCH TO WS-BR-CODE (WS-BR-IDX)
               MOVE ZERO TO WS-BR-ACCTS (WS-BR-IDX)
               MOVE ZERO TO WS-BR-LEDGER (WS-BR-IDX)
               MOVE ZERO TO WS-BR-GL (WS-BR-IDX)
           END-IF.

      ******************************************************************
      *    RAZAO DE CLIENTES: SALDOS DAS CONTAS POR BALCAO DE
      *    DOMICILIO (BRANCO CONTA COMO SEDE 0), EM MOEDA NACIONAL
      ******************************************************************
       LOAD-CUSTOMER-LEDGER.
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF ACCOUNTS-BRANCH IS NUMERIC
                           MOVE ACCOUNTS-BRANCH TO WS-THIS-BRANCH
                       ELSE
                           MOVE ZERO TO WS-THIS-BRANCH
                       END-IF
                       PERFORM FIND-BRANCH-ENTRY
                       IF WS-BR-IDX NOT > WS-BR-COUNT
                           ADD 1 TO WS-BR-ACCTS (WS-BR-IDX)
                           PERFORM GET-HOME-EQUIVALENT
                           ADD FC-HOME-AMOUNT
                               TO WS-BR-LEDGER (WS-BR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DO SALDO DA CONTA LIDA (MOEDA
      *    EM BRANCO = A NACIONAL), AO CAMBIO MEDIO DA DATA DE NEGOCIO
      ******************************************************************
       GET-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE ACCOUNTS-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ACCOUNTS-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           IF FC-FOUND NOT = 'S'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      *    RECONCILIACAO POR BALCAO: RAZAO DE CLIENTES CONTRA O SALDO
      *    CREDOR DAS CONTAS DE CONTROLO DA RAZAO GERAL
      ******************************************************************
       WRITE-RECONCILIATION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RECONCILIACAO DO RAZAO DE CLIENTES COM A RAZAO GERAL'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-CONTROL-COUNT = 0
               MOVE 'SEM CONTAS DE CONTROLO ASSINALADAS EM '
                   TO WS-PRINT-LINE
               MOVE 'file/glclass.txt' TO WS-PRINT-LINE (39:16)
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BAL  CONTAS  RAZAO DE CLIENTES' DELIMITED SIZE
                  '     RAZAO GERAL (CTRL)' DELIMITED SIZE
                  '          DIFERENCA' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM WRITE-ONE-RECON-LINE
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-RECON-BREAKS = 0
               MOVE 'RAZAO DE CLIENTES RECONCILIADO EM TODOS OS BALCOES'
                   TO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '*** ' DELIMITED SIZE
                      WS-RECON-BREAKS DELIMITED SIZE
                      ' BALCAO(OES) POR RECONCILIAR ***'
                          DELIMITED SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-RECON-LINE.
           COMPUTE WS-BR-DIFF =
               WS-BR-LEDGER (WS-BR-IDX) - WS-BR-GL (WS-BR-IDX)
           MOVE WS-BR-ACCTS (WS-BR-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-BR-CODE (WS-BR-IDX) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '  ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-BR-LEDGER (WS-BR-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (14:17)
           MOVE WS-BR-GL (WS-BR-IDX) TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (36:17)
           MOVE WS-BR-DIFF TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO WS-PRINT-LINE (55:17)
           IF WS-BR-DIFF NOT = ZERO
               MOVE '*** DIFERENCA' TO WS-PRINT-LINE (74:13)
               ADD 1 TO WS-RECON-BREAKS
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO TRIALRPT-REC
           WRITE TRIALRPT-REC
           IF FS-TRIALRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-TRIAL-NAME ": "
                       FS-TRIALRPT
               STOP RUN
           END-IF.
