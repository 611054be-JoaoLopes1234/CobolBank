      *    OUTRA NUMA SO OPERACAO, COM AS MESMAS REGRAS DE ESTADO E
      *    DESCOBERTO DO WITHDRAW. SO DEBITA DEPOIS DE VALIDAR AS
      *    DUAS PONTAS - SE O CREDITO FALHAR, O DEBITO E REPOSTO.
      *    O VALOR E DADO NA MOEDA DA CONTA A DEBITAR. ENTRE CONTAS DE
      *    MOEDAS DIFERENTES O BANCO COMPRA A MOEDA DEBITADA E VENDE A
      *    CREDITADA AOS CAMBIOS DO DIA (FXCONV); A OPERACAO FICA NO
      *    REGISTO DE OPERACOES CAMBIAIS (file/fxdeals.txt), DE ONDE O
      *    GLJRNL LANCA A MARGEM CAMBIAL COMO PROVEITO.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT FXDEALS ASSIGN 'file/fxdeals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXDEALS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD FXDEALS.
           COPY 'FXDEAL.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-DEB-USER-ID                 PIC 9(6).
       01 WS-DEB-ACCOUNT-ID              PIC 9(6).
       01 WS-CRD-USER-ID                 PIC 9(6).
       01 WS-CRD-ACCOUNT-ID              PIC 9(6).
       01 WS-TRANSFER-AMOUNT             PIC 9(7)V99.
      *    VALOR A CREDITAR, NA MOEDA DA CONTA CREDITADA (IGUAL AO
      *    TRANSFERIDO QUANDO AS DUAS CONTAS TEM A MESMA MOEDA)
       01 WS-CREDIT-AMOUNT               PIC 9(7)V99.
       01 WS-DEB-CURRENCY                PIC X(3).
       01 WS-CRD-CURRENCY                PIC X(3).
       01 WS-FX-DEAL                     PIC X(1) VALUE 'N'.
       01 WS-CONFIRM                     PIC X(1).
       01 WS-RATE-EDIT                   PIC ZZZ9,999999.
       01 WS-DEB-OK                      PIC X(1) VALUE 'N'.
       01 WS-CRD-OK                      PIC X(1) VALUE 'N'.
       01 WS-DEB-NEW-AMOUNT              PIC S9(7)V99.
       01 WS-CRD-SEQ                     PIC 9(9).
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                    PIC X(2).
       01 FS-FXDEALS                     PIC X(2).
       01 WS-TYPE-DEBIT                  PIC X(8) VALUE 'TRNSFR-D'.
       01 WS-TYPE-CREDIT                 PIC X(8) VALUE 'TRNSFR-C'.
       01 WS-AVAILABLE                   PIC S9(9)V99.
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       PROCEDURE DIVISION.

           ACCEPT WS-CRD-USER-ID
           DISPLAY "Qual o ID da conta a creditar?"
           ACCEPT WS-CRD-ACCOUNT-ID
           DISPLAY "Qual o valor a transferir? (na moeda da conta "
                   "a debitar)"
           ACCEPT WS-TRANSFER-AMOUNT
      ******************************************************************
      *    UMA GRALHA NUM ID NAO PODE CAIR NOUTRO CLIENTE OU CONTA
                   EXIT PROGRAM
               END-IF
           END-IF
      *    O AVISO DE DILIGENCIA E SOBRE O CLIENTE QUE ESTA AO BALCAO
           MOVE WS-DEB-USER-ID TO KC-ID-USER
           PERFORM CHECK-CLIENT-REVIEW

           PERFORM EXECUTE-TRANSFER.

                   PERFORM VALIDATE-CREDIT-SIDE
               END-IF

               IF WS-DEB-OK = 'S' AND WS-CRD-OK = 'S'
                   PERFORM CONVERT-TRANSFER-AMOUNT
               END-IF

               IF WS-DEB-OK = 'S' AND WS-CRD-OK = 'S'
                   PERFORM POST-TRANSFER
               END-IF
               INVALID KEY
                   DISPLAY "Conta a debitar nao encontrada!"
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-DEB-CURRENCY
                   IF ACCOUNTS-STATUS = 'C'
                       DISPLAY "A conta a debitar esta fechada e nao "
                               "pode efetuar transferencias!"
                       DISPLAY "A conta a debitar esta dormente! E "
                               "preciso reativa-la primeiro."
                   ELSE
                   IF ACCOUNTS-STATUS = 'U'
                       DISPLAY "A conta a debitar tem o saldo entregue "
                               "como nao reclamado!"
                   ELSE
      *                A TRANSFERENCIA RESPEITA O SALDO DISPONIVEL
      *                (SALDO MENOS CATIVACOES ATIVAS)
                       MOVE WS-DEB-USER-ID TO HA-ID-USER
                       END-IF
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
               INVALID KEY
                   DISPLAY "Conta a creditar nao encontrada!"
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-CRD-CURRENCY
                   IF ACCOUNTS-STATUS = 'C'
                       DISPLAY "A conta a creditar esta fechada e nao "
                               "pode receber transferencias!"
                   IF ACCOUNTS-STATUS = 'D'
                       DISPLAY "A conta a creditar esta dormente! E "
                               "preciso reativa-la primeiro."
                   ELSE
                   IF ACCOUNTS-STATUS = 'U'
                       DISPLAY "A conta a creditar tem o saldo "
                               "entregue como nao reclamado!"
                   ELSE
                       MOVE 'S' TO WS-CRD-OK
                   END-IF
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    VALOR A CREDITAR: ENTRE MOEDAS DIFERENTES, CONVERTIDO AOS
      *    CAMBIOS DO DIA (COMPRA DA MOEDA DEBITADA, VENDA DA
      *    CREDITADA) E CONFIRMADO PELO CLIENTE ANTES DE LANCAR. SEM
      *    CAMBIO EM VIGOR NAO HA TRANSFERENCIA.
      ******************************************************************
       CONVERT-TRANSFER-AMOUNT.
           MOVE 'N' TO WS-FX-DEAL
           MOVE WS-TRANSFER-AMOUNT TO WS-CREDIT-AMOUNT

           MOVE 'C' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE WS-DEB-CURRENCY TO FC-FROM-CUR
           MOVE WS-CRD-CURRENCY TO FC-TO-CUR
           MOVE WS-TRANSFER-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
      *    O FXCONV DEVOLVE AS MOEDAS EM BRANCO JA COMO A NACIONAL
           MOVE FC-FROM-CUR TO WS-DEB-CURRENCY
           MOVE FC-TO-CUR TO WS-CRD-CURRENCY
           IF WS-DEB-CURRENCY = WS-CRD-CURRENCY
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DEB-OK
           IF FC-FOUND NOT = 'S'
               DISPLAY "Nao ha cambio em vigor entre " WS-DEB-CURRENCY
                       " e " WS-CRD-CURRENCY " - transferencia "
                       "recusada!"
               EXIT PARAGRAPH
           END-IF
           IF FC-RESULT > 9999999,99 OR FC-RESULT NOT > ZERO
               DISPLAY "O valor convertido esta fora dos limites da "
                       "conta a creditar!"
               EXIT PARAGRAPH
           END-IF
           MOVE FC-RESULT TO WS-CREDIT-AMOUNT

           MOVE WS-TRANSFER-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Debito:  " WS-AMOUNT-EDIT " " WS-DEB-CURRENCY
           MOVE FC-BUY TO WS-RATE-EDIT
           DISPLAY "Cambio de compra " WS-DEB-CURRENCY ": "
                   WS-RATE-EDIT
           MOVE FC-SELL TO WS-RATE-EDIT
           DISPLAY "Cambio de venda " WS-CRD-CURRENCY ":  "
                   WS-RATE-EDIT
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Credito: " WS-AMOUNT-EDIT " " WS-CRD-CURRENCY
           DISPLAY "Confirma a transferencia? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Transferencia cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DEB-OK
           MOVE 'S' TO WS-FX-DEAL.

      ******************************************************************
      *    MOVIMENTAR OS DOIS SALDOS. SE A GRAVACAO DO CREDITO FALHAR
      *    DEPOIS DO DEBITO JA GRAVADO, O DEBITO E REPOSTO PARA NAO
           MOVE WS-CRD-USER-ID TO ACCOUNTS-ID-USER
           MOVE WS-CRD-ACCOUNT-ID TO ACCOUNTS-ID
           READ ACCOUNTS
           ADD WS-CREDIT-AMOUNT TO ACCOUNTS-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO WS-CRD-NEW-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
           END-IF

           PERFORM WRITE-LEDGER-PAIR
           IF WS-FX-DEAL = 'S'
               PERFORM WRITE-FX-DEAL
           END-IF

           DISPLAY "Transferencia efetuada com sucesso!"
           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-CRD-ACCOUNT-ID TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE WS-TYPE-CREDIT TO TP-TYPE
           MOVE WS-CREDIT-AMOUNT TO TP-AMOUNT
           MOVE WS-CRD-NEW-AMOUNT TO TP-BALANCE
           MOVE WS-DEB-SEQ TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
                       TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    REGISTAR A OPERACAO CAMBIAL (A MARGEM VAI PARA A
      *    CONTABILIDADE PELO GLJRNL NO FIM DO DIA)
      ******************************************************************
       WRITE-FX-DEAL.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND FXDEALS
           IF FS-FXDEALS = '35'
               OPEN OUTPUT FXDEALS
           END-IF
           IF FS-FXDEALS NOT = '00'
               DISPLAY "Erro ao abrir file/fxdeals.txt: " FS-FXDEALS
               STOP RUN
           END-IF

           MOVE SPACES TO FXDEAL-REC
           MOVE RC-BUSDATE TO FXD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FXD-TIME
           MOVE WS-DEB-USER-ID TO FXD-DEB-ID-USER
           MOVE WS-DEB-ACCOUNT-ID TO FXD-DEB-ID-ACCOUNT
           MOVE WS-DEB-CURRENCY TO FXD-DEB-CURRENCY
           MOVE WS-TRANSFER-AMOUNT TO FXD-DEB-AMOUNT
           MOVE WS-CRD-USER-ID TO FXD-CRD-ID-USER
           MOVE WS-CRD-ACCOUNT-ID TO FXD-CRD-ID-ACCOUNT
           MOVE WS-CRD-CURRENCY TO FXD-CRD-CURRENCY
           MOVE WS-CREDIT-AMOUNT TO FXD-CRD-AMOUNT
           MOVE FC-BUY TO FXD-DEB-RATE
           MOVE FC-SELL TO FXD-CRD-RATE
           MOVE FC-MARGIN TO FXD-MARGIN
           MOVE WS-DEB-SEQ TO FXD-DEB-SEQ
           MOVE ZERO TO FXD-OPER
           WRITE FXDEAL-REC
           IF FS-FXDEALS NOT = '00'
               DISPLAY "Erro ao gravar em file/fxdeals.txt: "
                       FS-FXDEALS
               STOP RUN
           END-IF
           CLOSE FXDEALS.

      ******************************************************************
      *    REVISAO DE DILIGENCIA DEVIDA DO CLIENTE KC-ID-USER (VER
      *    KYCCHK): VENCIDA SO AVISA O CAIXA - QUEM RECUSA CONTAS
      *    NOVAS E O OPENACCO
      ******************************************************************
       CHECK-CLIENT-REVIEW.
           MOVE 'C' TO KC-FUNC
           MOVE ZERO TO KC-DATE
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF
           IF KC-RESULT NOT = 'N'
               IF KC-NEXT = ZERO
                   DISPLAY "AVISO: o cliente " KC-ID-USER " nao tem "
                           "revisao de diligencia agendada - "
                           "encaminhar para Update Client "
                           "Information (KYC)."
               ELSE
                   DISPLAY "AVISO: a revisao de diligencia do "
                           "cliente " KC-ID-USER " esta vencida ha "
                           KC-DAYS-OVER " dia(s) - encaminhar para "
                           "Update Client Information (KYC)."
               END-IF
           END-IF.
