      *    FICHEIRO NAO HA RETENCAO). O BRUTO E O RETIDO DE CADA
      *    CLIENTE ACUMULAM NO RAZAO FISCAL file/whtledger.txt POR
      *    ANO CIVIL, DE ONDE O WHTCERT EMITE OS CERTIFICADOS.
      *    UMA CONTA COM SALDO NEGATIVO NAO RECEBE JURO CREDOR: PAGA
      *    JURO DEVEDOR ('DEBITINT'), A UMA TAXA SOBRE A PARTE DO
      *    SALDO DENTRO DO DESCOBERTO AUTORIZADO (ACCOUNTS-OVERDRAFT)
      *    E A OUTRA, MAIS ALTA, SOBRE O QUE PASSA DELE - TAXAS
      *    'O'/'X' (CORRENTES) E 'P'/'Y' (POUPANCA) DE file/rates.txt.
      *    O JURO DEVEDOR E UM PROVEITO DO BANCO: NAO HA RETENCAO NEM
      *    ENTRA NO RAZAO FISCAL.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-ACCOUNT-COUNT               PIC 9(4) VALUE 0.
      *    TAXA DE RECURSO QUANDO NAO HA PARAMETRO PARA UM TIPO
       01 WS-DEFAULT-RATE                PIC 9V9999 VALUE 0,001.
      *    TAXAS DE RECURSO DO JURO DEVEDOR (DENTRO/ALEM DO DESCOBERTO)
       01 WS-DEFAULT-ARR-RATE            PIC 9V9999 VALUE 0,001.
       01 WS-DEFAULT-UNARR-RATE          PIC 9V9999 VALUE 0,002.
       01 WS-INTEREST-RATE               PIC 9V9999.
       01 WS-INTEREST-AMOUNT             PIC S9(7)V99.
       01 WS-INTEREST-TOTAL              PIC S9(11)V99 VALUE 0.
       01 WS-TODAY                       PIC 9(8).
      *    RETENCAO NA FONTE SOBRE OS JUROS CREDITADOS
       01 WS-WHT-RATE                    PIC 9V9999 VALUE 0.
       01 WS-RATE-S                      PIC 9V9999.
       01 WS-RATE-S-DATE                 PIC 9(8) VALUE 0.
       01 WS-RATE-S-FOUND                PIC X(1) VALUE 'N'.
       01 WS-RATE-O                      PIC 9V9999.
       01 WS-RATE-O-DATE                 PIC 9(8) VALUE 0.
       01 WS-RATE-O-FOUND                PIC X(1) VALUE 'N'.
       01 WS-RATE-X                      PIC 9V9999.
       01 WS-RATE-X-DATE                 PIC 9(8) VALUE 0.
       01 WS-RATE-X-FOUND                PIC X(1) VALUE 'N'.
       01 WS-RATE-P                      PIC 9V9999.
       01 WS-RATE-P-DATE                 PIC 9(8) VALUE 0.
       01 WS-RATE-P-FOUND                PIC X(1) VALUE 'N'.
       01 WS-RATE-Y                      PIC 9V9999.
       01 WS-RATE-Y-DATE                 PIC 9(8) VALUE 0.
       01 WS-RATE-Y-FOUND                PIC X(1) VALUE 'N'.
      *    JURO DEVEDOR DE UMA CONTA A DESCOBERTO
       01 WS-ARR-RATE                    PIC 9V9999.
       01 WS-UNARR-RATE                  PIC 9V9999.
       01 WS-DEBIT-BALANCE               PIC 9(7)V99.
       01 WS-ARR-PART                    PIC 9(7)V99.
       01 WS-UNARR-PART                  PIC 9(7)V99.
       01 WS-DEBIT-INTEREST              PIC 9(7)V99.
       01 WS-DEBIT-COUNT                 PIC 9(4) VALUE 0.
      *    VARIABLE END-FILE
       01 END-FILE                       PIC X(1) VALUE 'N'.
       01 END-RATES                      PIC X(1) VALUE 'N'.
      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
           MOVE WS-ACCOUNT-COUNT TO RC-READ-COUNT
           MOVE WS-ACCOUNT-COUNT TO RC-POSTED-COUNT
           MOVE WS-INTEREST-TOTAL TO RC-POSTED-AMOUNT
           MOVE 'S' TO RC-FUNC
           MOVE 'INTACCR' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           END-IF

           DISPLAY "INTACCR: juros aplicados a "
                   WS-ACCOUNT-COUNT " conta(s)"
           DISPLAY "INTACCR: juro devedor cobrado a "
                   WS-DEBIT-COUNT " conta(s) a descoberto".

           STOP RUN.

      ******************************************************************
       APPLY-INTEREST-TO-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCOUNTS-AMOUNT < ZERO
               PERFORM APPLY-DEBIT-INTEREST
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-TYPE = 'S'
               MOVE WS-RATE-S TO WS-INTEREST-RATE
           ELSE
           END-IF

           ADD WS-INTEREST-AMOUNT TO ACCOUNTS-AMOUNT
           ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL
           MOVE ACCOUNTS-AMOUNT TO WS-BAL-AFTER-INT

           MOVE ZERO TO WS-WHT-AMOUNT
               PERFORM ACCUMULATE-WHT-LEDGER
           END-IF.

      ******************************************************************
      *    JURO DEVEDOR DE UMA CONTA A DESCOBERTO: A PARTE DO SALDO
      *    NEGATIVO ATE AO ACCOUNTS-OVERDRAFT PAGA A TAXA DO DESCOBERTO
      *    AUTORIZADO, O EXCESSO PAGA A TAXA DO NAO AUTORIZADO. DEBITO
      *    'DEBITINT' SEM RETENCAO NA FONTE.
      ******************************************************************
       APPLY-DEBIT-INTEREST.
           IF ACCOUNTS-TYPE = 'S'
               MOVE WS-RATE-P TO WS-ARR-RATE
               MOVE WS-RATE-Y TO WS-UNARR-RATE
           ELSE
               MOVE WS-RATE-O TO WS-ARR-RATE
               MOVE WS-RATE-X TO WS-UNARR-RATE
           END-IF

           COMPUTE WS-DEBIT-BALANCE = 0 - ACCOUNTS-AMOUNT
           IF WS-DEBIT-BALANCE > ACCOUNTS-OVERDRAFT
               MOVE ACCOUNTS-OVERDRAFT TO WS-ARR-PART
               COMPUTE WS-UNARR-PART =
                   WS-DEBIT-BALANCE - ACCOUNTS-OVERDRAFT
           ELSE
               MOVE WS-DEBIT-BALANCE TO WS-ARR-PART
               MOVE ZERO TO WS-UNARR-PART
           END-IF
           COMPUTE WS-DEBIT-INTEREST ROUNDED =
               WS-ARR-PART * WS-ARR-RATE
               + WS-UNARR-PART * WS-UNARR-RATE
           IF WS-DEBIT-INTEREST = ZERO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-DEBIT-INTEREST FROM ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF
           ADD 1 TO WS-DEBIT-COUNT

           MOVE 'P' TO TP-FUNC
           MOVE ACCOUNTS-ID-USER TO TP-ID-USER
           MOVE ACCOUNTS-ID TO TP-ID-ACCOUNT
           MOVE WS-TODAY TO TP-DATE
           MOVE 'DEBITINT' TO TP-TYPE
           COMPUTE TP-AMOUNT = 0 - WS-DEBIT-INTEREST
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE ZERO TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    LER A TAXA DE RETENCAO NA FONTE; SEM FICHEIRO DE PARAMETRO
      *    NAO HA RETENCAO
      *    RESOLVER A TAXA EM VIGOR DE CADA TIPO DE CONTA: A TAXA COM
      *    A DATA DE EFEITO MAIS RECENTE QUE NAO SEJA FUTURA. SEM
      *    FICHEIRO DE TAXAS (OU SEM PARAMETRO PARA UM TIPO) APLICA-SE
      *    A TAXA DE RECURSO HISTORICA. NO JURO DEVEDOR, A POUPANCA
      *    SEM TAXA PROPRIA ('P'/'Y') USA A DAS CORRENTES ('O'/'X').
      ******************************************************************
       RESOLVE-RATES.
           MOVE WS-DEFAULT-RATE TO WS-RATE-C WS-RATE-S
           MOVE WS-DEFAULT-ARR-RATE TO WS-RATE-O
           MOVE WS-DEFAULT-UNARR-RATE TO WS-RATE-X

           OPEN INPUT RATES
           IF FS-RATES = '35'
                                   MOVE RATES-RATE TO WS-RATE-S
                                   MOVE 'S' TO WS-RATE-S-FOUND
                               END-IF
                               IF RATES-TYPE = 'O'
                                  AND RATES-EFF-DATE >= WS-RATE-O-DATE
                                   MOVE RATES-EFF-DATE
                                       TO WS-RATE-O-DATE
                                   MOVE RATES-RATE TO WS-RATE-O
                                   MOVE 'S' TO WS-RATE-O-FOUND
                               END-IF
                               IF RATES-TYPE = 'X'
                                  AND RATES-EFF-DATE >= WS-RATE-X-DATE
                                   MOVE RATES-EFF-DATE
                                       TO WS-RATE-X-DATE
                                   MOVE RATES-RATE TO WS-RATE-X
                                   MOVE 'S' TO WS-RATE-X-FOUND
                               END-IF
                               IF RATES-TYPE = 'P'
                                  AND RATES-EFF-DATE >= WS-RATE-P-DATE
                                   MOVE RATES-EFF-DATE
                                       TO WS-RATE-P-DATE
                                   MOVE RATES-RATE TO WS-RATE-P
                                   MOVE 'S' TO WS-RATE-P-FOUND
                               END-IF
                               IF RATES-TYPE = 'Y'
                                  AND RATES-EFF-DATE >= WS-RATE-Y-DATE
                                   MOVE RATES-EFF-DATE
                                       TO WS-RATE-Y-DATE
                                   MOVE RATES-RATE TO WS-RATE-Y
                                   MOVE 'S' TO WS-RATE-Y-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   DISPLAY "INTACCR: sem taxa para o tipo S - a usar "
                           "a taxa de recurso"
               END-IF
               IF WS-RATE-O-FOUND NOT = 'S'
                   DISPLAY "INTACCR: sem taxa para o tipo O - a usar "
                           "a taxa de recurso"
               END-IF
               IF WS-RATE-X-FOUND NOT = 'S'
                   DISPLAY "INTACCR: sem taxa para o tipo X - a usar "
                           "a taxa de recurso"
               END-IF
           END-IF

           IF WS-RATE-P-FOUND NOT = 'S'
               MOVE WS-RATE-O TO WS-RATE-P
           END-IF
           IF WS-RATE-Y-FOUND NOT = 'S'
               MOVE WS-RATE-X TO WS-RATE-Y
           END-IF.
