      *    JOB DE FIM-DE-DIA: RESUMO DIARIO DE GESTAO NUMA PAGINA
      *    (file/mgmt_report.txt, REESCRITO TODAS AS NOITES):
      *      - CONTAGENS E TOTAIS DE SALDO DE file/accounts.txt POR
      *        TIPO ('C'/'S') E ESTADO ('A'/'C'/'D'/'U')
      *      - NUMERO E VALOR DOS DEPOSITOS E LEVANTAMENTOS DO DIA
      *        NO RAZAO, E CONTAS ABERTAS E FECHADAS NO DIA (PELOS
      *        MOVIMENTOS 'OPENACC' E 'CLOSEACC')
      *      - LISTA DE EXCECAO DE TODAS AS CONTAS EM SALDO NEGATIVO
      *        DENTRO DO SEU DESCOBERTO
      *      - SALDOS POR MOEDA DA CONTA, CADA UM COM O SEU
      *        CONTRAVALOR EM MOEDA NACIONAL
      *    OS TOTAIS POR TIPO/ESTADO, POR BALCAO, DOS DEPOSITOS A PRAZO
      *    E DO MOVIMENTO DO DIA SOMAM CONTAS DE MOEDAS DIFERENTES E
      *    SAO POR ISSO DADOS EM CONTRAVALOR EM MOEDA NACIONAL, AO
      *    CAMBIO MEDIO DA DATA DE NEGOCIO (VER FXCONV). UMA MOEDA SEM
      *    CAMBIO EM VIGOR FICA DE FORA DESSES TOTAIS E E ASSINALADA
      *    NA SECCAO DAS MOEDAS.
      *    CORRE DEPOIS DO GLEXTR E ANTES DO DATEROLL, SOB CONTROLO
      *    DE EXECUCAO.
      *****************************************************************
      *    CONTAGENS E SALDOS POR TIPO E ESTADO
       01 WS-SUM-TABLE.
           05 WS-SUM-TYPE OCCURS 2 TIMES.
               10 WS-SUM-STATUS OCCURS 4 TIMES.
                   15 WS-SUM-COUNT      PIC 9(6).
                   15 WS-SUM-BALANCE    PIC S9(11)V99.
       01 WS-TYPE-IDX                   PIC 9(1).
               10 WS-BR-ACCTS           PIC 9(6).
               10 WS-BR-BALANCE         PIC S9(11)V99.
       01 WS-THIS-BRANCH                PIC 9(3).
      *    SALDOS POR MOEDA DA CONTA (SALDO NA MOEDA E CONTRAVALOR)
       01 WS-CUR-MAX                    PIC 9(2) VALUE 20.
       01 WS-CUR-COUNT                  PIC 9(2) VALUE 0.
       01 WS-CUR-IDX                    PIC 9(2).
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-CODE           PIC X(3).
               10 WS-CUR-ACCTS          PIC 9(6).
               10 WS-CUR-BALANCE        PIC S9(11)V99.
               10 WS-CUR-HOME           PIC S9(11)V99.
               10 WS-CUR-FOUND          PIC X(1).
       01 WS-CUR-HOME-TOTAL             PIC S9(11)V99.
      *    CONVERSAO PARA MOEDA NACIONAL DE UM VALOR DE UMA CONTA
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-FX-AMOUNT                  PIC S9(9)V99.
       01 WS-HOME-AMOUNT                PIC S9(11)V99.
       01 WS-FX-FOUND                   PIC X(1).
      *    RECONCILIACAO CONTRA O RODAPE DO FICHEIRO-DIA
       01 WS-DAY-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-TRAILER-SEEN               PIC X(1) VALUE 'N'.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-HOME-EDIT                  PIC -9(11),99.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           MOVE ZERO TO WS-NEG-COUNT
           MOVE ZERO TO WS-TD-ACTIVE-COUNT
           MOVE ZERO TO WS-TD-ACTIVE-TOTAL
           MOVE ZERO TO WS-CUR-HOME-TOTAL

           OPEN OUTPUT MGMTFILE
           IF FS-MGMTFILE NOT = '00'
           PERFORM SCAN-ACCOUNTS
           PERFORM WRITE-BOOK-SECTION
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-CURRENCY-SECTION
           PERFORM SCAN-TERM-DEPOSITS
           PERFORM WRITE-TERMDEP-SECTION
           PERFORM WRITE-DAY-SECTION
               STOP RUN
           END-IF

           MOVE WS-DAY-READ-COUNT TO RC-READ-COUNT
           MOVE WS-BR-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "MGMTRPT: resumo emitido em " WS-MGMT-NAME
               DISPLAY "Erro ao abrir file/dayfile.txt: " FS-DAYFILE
               STOP RUN
           END-IF
           PERFORM OPEN-ACCOUNTS-LOOKUP

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               STOP RUN
           END-IF

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE DAYFILE.

       RECONCILE-DAYFILE-TRAILER.
           END-IF.

       ADD-DAY-MOVEMENT.
           IF DAYF-TYPE = 'DEPOSIT' OR DAYF-TYPE = 'WITHDRAW'
               MOVE DAYF-ID-USER TO ACCOUNTS-ID-USER
               MOVE DAYF-ID TO ACCOUNTS-ID
               PERFORM GET-ACCOUNT-CURRENCY
               MOVE DAYF-AMOUNT TO WS-FX-AMOUNT
               PERFORM GET-HOME-EQUIVALENT
           END-IF
           EVALUATE DAYF-TYPE
               WHEN 'DEPOSIT'
                   ADD 1 TO WS-DEP-COUNT
                   ADD WS-HOME-AMOUNT TO WS-DEP-TOTAL
               WHEN 'WITHDRAW'
                   ADD 1 TO WS-WD-COUNT
                   SUBTRACT WS-HOME-AMOUNT FROM WS-WD-TOTAL
               WHEN 'OPENACC'
                   ADD 1 TO WS-OPENED-COUNT
               WHEN 'CLOSEACC'
                   MOVE 2 TO WS-STATUS-IDX
               WHEN 'D'
                   MOVE 3 TO WS-STATUS-IDX
               WHEN 'U'
                   MOVE 4 TO WS-STATUS-IDX
               WHEN OTHER
                   MOVE 1 TO WS-STATUS-IDX
           END-EVALUATE
      ******************************************************************
      *    SALDO NA MOEDA DA CONTA PARA A SECCAO DAS MOEDAS; OS
      *    RESTANTES TOTAIS SOMAM O CONTRAVALOR EM MOEDA NACIONAL
      ******************************************************************
           MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           MOVE ACCOUNTS-AMOUNT TO WS-FX-AMOUNT
           PERFORM GET-HOME-EQUIVALENT
           PERFORM ADD-ACCOUNT-TO-CURRENCY
           ADD 1 TO WS-SUM-COUNT (WS-TYPE-IDX, WS-STATUS-IDX)
           ADD WS-HOME-AMOUNT
               TO WS-SUM-BALANCE (WS-TYPE-IDX, WS-STATUS-IDX)
      ******************************************************************
      *    ACUMULAR TAMBEM POR BALCAO DE DOMICILIO (REGISTOS ANTIGOS
                      ACCOUNTS-ID DELIMITED SIZE
                      '  SALDO ' DELIMITED SIZE
                      WS-AMOUNT-EDIT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-ACC-CURRENCY DELIMITED SIZE
                      '  DESCOBERTO ' DELIMITED SIZE
                      ACCOUNTS-OVERDRAFT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               MOVE ZERO TO WS-BR-BALANCE (WS-BR-IDX)
           END-IF
           ADD 1 TO WS-BR-ACCTS (WS-BR-IDX)
           ADD WS-HOME-AMOUNT TO WS-BR-BALANCE (WS-BR-IDX).

       ADD-ACCOUNT-TO-CURRENCY.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR WS-CUR-CODE (WS-CUR-IDX) = WS-ACC-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-IDX
               MOVE WS-ACC-CURRENCY TO WS-CUR-CODE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-ACCTS (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-BALANCE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-HOME (WS-CUR-IDX)
               MOVE WS-FX-FOUND TO WS-CUR-FOUND (WS-CUR-IDX)
           END-IF
           ADD 1 TO WS-CUR-ACCTS (WS-CUR-IDX)
           ADD ACCOUNTS-AMOUNT TO WS-CUR-BALANCE (WS-CUR-IDX)
           ADD WS-HOME-AMOUNT TO WS-CUR-HOME (WS-CUR-IDX)
           ADD WS-HOME-AMOUNT TO WS-CUR-HOME-TOTAL.

      ******************************************************************
      *    CONTAS ABERTAS SO PARA LER A MOEDA DE UMA CONTA (ACCOUNTS-
      *    KEY) DURANTE A LEITURA DE OUTRO FICHEIRO
      ******************************************************************
       OPEN-ACCOUNTS-LOOKUP.
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF.

       GET-ACCOUNT-CURRENCY.
           MOVE SPACES TO WS-ACC-CURRENCY
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           END-READ.

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DE WS-FX-AMOUNT (NA MOEDA
      *    WS-ACC-CURRENCY) AO CAMBIO MEDIO DA DATA DE NEGOCIO. SEM
      *    CAMBIO O CONTRAVALOR FICA A ZERO (WS-FX-FOUND = 'N')
      ******************************************************************
       GET-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-ACC-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE WS-FX-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-FROM-CUR TO WS-ACC-CURRENCY
           MOVE FC-FOUND TO WS-FX-FOUND
           MOVE FC-HOME-AMOUNT TO WS-HOME-AMOUNT.

      ******************************************************************
      *    SECCAO DAS MOEDAS: O SALDO DE CADA MOEDA NA PROPRIA MOEDA E
      *    O SEU CONTRAVALOR; O TOTAL E O DO LIVRO EM MOEDA NACIONAL
      ******************************************************************
       WRITE-CURRENCY-SECTION.
           IF WS-CUR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS POR MOEDA (CONTRAVALOR EM ' DELIMITED SIZE
                  FC-HOME-CUR DELIMITED SIZE
                  ' AO CAMBIO MEDIO):' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ACCTS (WS-CUR-IDX) TO WS-COUNT-EDIT
               MOVE WS-CUR-BALANCE (WS-CUR-IDX) TO WS-TOTAL-EDIT
               MOVE WS-CUR-HOME (WS-CUR-IDX) TO WS-HOME-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-CUR-FOUND (WS-CUR-IDX) = 'S'
                   STRING '  MOEDA ' DELIMITED SIZE
                          WS-CUR-CODE (WS-CUR-IDX) DELIMITED SIZE
                          '  CONTAS ' DELIMITED SIZE
                          WS-COUNT-EDIT DELIMITED SIZE
                          '  SALDO ' DELIMITED SIZE
                          WS-TOTAL-EDIT DELIMITED SIZE
                          '  CONTRAVALOR ' DELIMITED SIZE
                          WS-HOME-EDIT DELIMITED SIZE
                       INTO WS-PRINT-LINE
               ELSE
                   STRING '  MOEDA ' DELIMITED SIZE
                          WS-CUR-CODE (WS-CUR-IDX) DELIMITED SIZE
                          '  CONTAS ' DELIMITED SIZE
                          WS-COUNT-EDIT DELIMITED SIZE
                          '  SALDO ' DELIMITED SIZE
                          WS-TOTAL-EDIT DELIMITED SIZE
                          '  SEM CAMBIO EM VIGOR' DELIMITED SIZE
                       INTO WS-PRINT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-CUR-HOME-TOTAL TO WS-HOME-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL EM MOEDA NACIONAL (' DELIMITED SIZE
                  FC-HOME-CUR DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-HOME-EDIT TO WS-PRINT-LINE (64:)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    SECCAO POR BALCAO: O LIVRO DO SEGUNDO BALCAO E O DA SEDE
           IF WS-BR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONTAS POR BALCAO DE DOMICILIO ' DELIMITED SIZE
                  '(CONTRAVALOR EM MOEDA NACIONAL):' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONTAS POR TIPO E ESTADO ' DELIMITED SIZE
                  '(CONTRAVALOR EM MOEDA NACIONAL):' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   MOVE 'POUPANCA' TO WS-TYPE-LABEL
               END-IF
               PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                       UNTIL WS-STATUS-IDX > 4
                   EVALUATE WS-STATUS-IDX
                       WHEN 1
                           MOVE 'ATIVA' TO WS-STATUS-LABEL
                           MOVE 'FECHADA' TO WS-STATUS-LABEL
                       WHEN 3
                           MOVE 'DORMENTE' TO WS-STATUS-LABEL
                       WHEN 4
                           MOVE 'ENTREGUE' TO WS-STATUS-LABEL
                   END-EVALUATE
                   PERFORM WRITE-SUMMARY-CELL
               END-PERFORM
               DISPLAY "Erro ao abrir file/termdep.txt: " FS-TERMDEP
               STOP RUN
           END-IF
           PERFORM OPEN-ACCOUNTS-LOOKUP

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TD-STATUS = 'A'
                           PERFORM ADD-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE TERMDEP.

      ******************************************************************
      *    O DEPOSITO A PRAZO ESTA NA MOEDA DA CONTA DE LIQUIDACAO
      ******************************************************************
       ADD-TERM-DEPOSIT.
           ADD 1 TO WS-TD-ACTIVE-COUNT
           MOVE TD-ID-USER TO ACCOUNTS-ID-USER
           MOVE TD-SETTLE-ACCOUNT TO ACCOUNTS-ID
           PERFORM GET-ACCOUNT-CURRENCY
           MOVE TD-AMOUNT TO WS-FX-AMOUNT
           PERFORM GET-HOME-EQUIVALENT
           ADD WS-HOME-AMOUNT TO WS-TD-ACTIVE-TOTAL.

       WRITE-TERMDEP-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CARTEIRA DE DEPOSITOS A PRAZO ' DELIMITED SIZE
                  '(CONTRAVALOR EM MOEDA NACIONAL):' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TD-ACTIVE-COUNT TO WS-COUNT-EDIT
      *    SECCAO DO DIA: MOVIMENTOS, ABERTURAS E FECHOS
      ******************************************************************
       WRITE-DAY-SECTION.
           MOVE 'MOVIMENTO DO DIA (CONTRAVALOR EM MOEDA NACIONAL):'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-DEP-COUNT TO WS-COUNT-EDIT
