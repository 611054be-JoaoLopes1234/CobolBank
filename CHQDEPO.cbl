       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQDEPO.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    DEPOSITO DE CHEQUE SACADO SOBRE OUTRO BANCO. O CLIENTE VEM
      *    SELECIONADO DO VIEWCLIE ATRAVES DO OPTICLIE E A CONTA E
      *    LOCALIZADA COMO NO DEPOSIT (CHAVE DO DONO OU
      *    CO-TITULARIDADE). O VALOR E CREDITADO LOGO ('CHQDEP' NO
      *    RAZAO, COM RECIBO), MAS FICA CATIVO EM file/holds.txt
      *    DURANTE O PRAZO DE COBRANCA: TANTOS DIAS UTEIS QUANTOS OS
      *    DA PRIMEIRA LINHA DE file/chqfloat.txt (SEM FICHEIRO, 2).
      *    O CHEQUE FICA NO REGISTO file/chqdeposits.txt (VER
      *    CHQDEP.cpy), DE ONDE O CHQCOLL, NO CICLO DE FIM-DE-DIA, O
      *    ENVIA A CAMARA DE COMPENSACAO, ESTORNA O CREDITO SE VIER
      *    DEVOLVIDO E LIBERTA A CATIVACAO QUANDO COMPENSA.
      *    OS CHEQUES SAO EM MOEDA NACIONAL: UMA CONTA NOUTRA MOEDA E
      *    RECUSADA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT COOWNERS ASSIGN 'file/coowners.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COOWNERS-KEY
               FILE STATUS IS FS-COOWNERS.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDS-KEY
               FILE STATUS IS FS-HOLDS.
           SELECT CHQDEP ASSIGN 'file/chqdeposits.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHD-SEQ
               FILE STATUS IS FS-CHQDEP.
           SELECT CHQFLOAT ASSIGN 'file/chqfloat.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHQFLOAT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD COOWNERS.
           COPY 'COOWNERS.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD HOLDS.
           COPY 'HOLDS.cpy'.

       FD CHQDEP.
           COPY 'CHQDEP.cpy'.

       FD CHQFLOAT.
       01 CHQFLOAT-REC                  PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID                  PIC 9(6).
       01 WS-CLIENT-NAME                 PIC X(30).
       01 WS-BANK-CODE                   PIC X(8).
       01 WS-DRAWER-ACCOUNT              PIC X(20).
       01 WS-CHEQUE-NO                   PIC 9(8).
       01 WS-CHEQUE-AMOUNT               PIC 9(7)V99.
       01 WS-ACCT-FOUND                  PIC X(1).
       01 WS-BUSDATE                     PIC 9(8).
       01 WS-FLOAT-DAYS                  PIC 9(2) VALUE 2.
       01 WS-DAY-COUNT                   PIC 9(2).
       01 WS-CLEAR-DATE                  PIC 9(8).
       01 WS-CREDIT-SEQ                  PIC 9(9).
       01 WS-NEXT-SEQ                    PIC 9(4).
       01 WS-HOLDS-END                   PIC X(1).
      *    VARIABLE END-FILE
       01 END-COCHAIN                    PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                    PIC X(2).
       01 FS-COOWNERS                    PIC X(2).
       01 FS-CLIENTS                     PIC X(2).
       01 FS-HOLDS                       PIC X(2).
       01 FS-CHQDEP                      PIC X(2).
       01 FS-CHQFLOAT                    PIC X(2).
       01 WS-AMOUNT-EDIT                 PIC -9(7),99.
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DA EMISSAO DE RECIBO
           COPY 'RCPTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

       01 LK-USER-ID                     PIC 9(6).
      *    SESSAO DO OPERADOR AUTENTICADO PELO SIGNON
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING LK-USER-ID OPER-SESSION.

      ******************************************************************
      *    MOSTRAR QUEM ESTA A SER ATENDIDO ANTES DE TOCAR NO SALDO
      ******************************************************************
           PERFORM SHOW-CLIENT-NAME
      ******************************************************************
      *    UM CLIENTE BLOQUEADO OU FALECIDO NAO TRANSACIONA NADA
      ******************************************************************
           MOVE LK-USER-ID TO CS-ID-USER
           PERFORM CHECK-CLIENT-LIFE
           IF CS-STATUS-OUT NOT = 'A'
               EXIT PROGRAM
           END-IF
           DISPLAY "Qual o ID da conta?"
           ACCEPT WS-ACCOUNT-ID
      ******************************************************************
      *    UMA GRALHA NO NUMERO NAO PODE CAIR NOUTRA CONTA VIVA
      ******************************************************************
           MOVE 'V' TO CD-FUNC
           MOVE WS-ACCOUNT-ID TO CD-ID
           CALL 'CHKDIG' USING CHKDIG-PARM
           IF CD-VALID NOT = 'S'
               DISPLAY "Numero de conta invalido (digito de "
                       "controlo)!"
               EXIT PROGRAM
           END-IF
      ******************************************************************
      *    DADOS DO CHEQUE TAL COMO SEGUEM PARA A COMPENSACAO
      ******************************************************************
           DISPLAY "Qual o codigo do banco sacado?"
           ACCEPT WS-BANK-CODE
           DISPLAY "Qual a conta do sacador nesse banco?"
           ACCEPT WS-DRAWER-ACCOUNT
           DISPLAY "Qual o numero do cheque?"
           ACCEPT WS-CHEQUE-NO
           DISPLAY "Qual o valor do cheque?"
           ACCEPT WS-CHEQUE-AMOUNT
           IF WS-BANK-CODE = SPACES OR WS-DRAWER-ACCOUNT = SPACES
               DISPLAY "Banco e conta do sacador sao obrigatorios!"
               EXIT PROGRAM
           END-IF
           IF WS-CHEQUE-NO = ZERO
               DISPLAY "Numero de cheque invalido!"
               EXIT PROGRAM
           END-IF
           IF WS-CHEQUE-AMOUNT = ZERO
               DISPLAY "Valor invalido!"
               EXIT PROGRAM
           END-IF

           PERFORM COMPUTE-CLEAR-DATE
      ******************************************************************
      *    LOCALIZAR A CONTA DIRETAMENTE PELA CHAVE
      ******************************************************************
           OPEN I-O ACCOUNTS

           IF FS-ACCOUNTS = '35'
               DISPLAY "Conta nao encontrada!"
           ELSE
               IF FS-ACCOUNTS NOT = '00'
                   DISPLAY "Erro ao abrir file/accounts.txt: "
                           FS-ACCOUNTS
                   STOP RUN
               END-IF

               MOVE 'N' TO WS-ACCT-FOUND
               MOVE LK-USER-ID TO ACCOUNTS-ID-USER
               MOVE WS-ACCOUNT-ID TO ACCOUNTS-ID
               READ ACCOUNTS
                   INVALID KEY
                       PERFORM FIND-COOWNED-ACCOUNT
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACCT-FOUND
               END-READ

               IF WS-ACCT-FOUND = 'S'
                   PERFORM APPLY-CHEQUE-DEPOSIT
               ELSE
                   DISPLAY "Conta nao encontrada!"
               END-IF

               CLOSE ACCOUNTS
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *    RESOLVER O NOME DO CLIENTE SELECIONADO PARA O CAIXA
      *    CONFIRMAR QUEM ESTA A ATENDER
      ******************************************************************
       SHOW-CLIENT-NAME.
           MOVE '(cliente desconhecido)' TO WS-CLIENT-NAME
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '00'
               MOVE LK-USER-ID TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTS-NAME TO WS-CLIENT-NAME
               END-READ
               CLOSE CLIENTS
           END-IF
           DISPLAY "A atender: " WS-CLIENT-NAME
                   " (ID " LK-USER-ID ")".

      ******************************************************************
      *    ESTADO DE VIDA DO CLIENTE CS-ID-USER (VER CLISTAT): O
      *    CHAMADOR DECIDE PELO CS-STATUS-OUT
      ******************************************************************
       CHECK-CLIENT-LIFE.
           CALL 'CLISTAT' USING CLISTAT-PARM
           IF CS-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/clients.txt: " CS-STATUS
               STOP RUN
           END-IF
           IF CS-STATUS-OUT = 'B'
               DISPLAY "Este cliente esta bloqueado e nao pode "
                       "transacionar!"
           END-IF
           IF CS-STATUS-OUT = 'D'
               DISPLAY "Este cliente consta como falecido: as contas "
                       "so se movimentam pelo caminho da heranca."
           END-IF.

      ******************************************************************
      *    FIM DO PRAZO DE COBRANCA: A DATA DE NEGOCIO MAIS N DIAS
      *    UTEIS (N NA PRIMEIRA LINHA DE file/chqfloat.txt)
      ******************************************************************
       COMPUTE-CLEAR-DATE.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           OPEN INPUT CHQFLOAT
           IF FS-CHQFLOAT = '00'
               READ CHQFLOAT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHQFLOAT-REC NOT = SPACES
                           MOVE FUNCTION NUMVAL (CHQFLOAT-REC)
                               TO WS-FLOAT-DAYS
                       END-IF
               END-READ
               CLOSE CHQFLOAT
           ELSE
               IF FS-CHQFLOAT NOT = '35'
                   DISPLAY "Erro ao abrir file/chqfloat.txt: "
                           FS-CHQFLOAT
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-BUSDATE TO WS-CLEAR-DATE
           PERFORM VARYING WS-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-DAY-COUNT > WS-FLOAT-DAYS
               MOVE 'N' TO BC-FUNC
               MOVE WS-CLEAR-DATE TO BC-DATE
               CALL 'BUSCAL' USING BUSCAL-PARM
               IF BC-STATUS NOT = '00'
                   DISPLAY "Erro ao ler file/holidays.txt: " BC-STATUS
                   STOP RUN
               END-IF
               MOVE BC-RESULT TO WS-CLEAR-DATE
           END-PERFORM.

      ******************************************************************
      *    O CLIENTE INDICADO PODE SER CO-TITULAR DE UMA CONTA DE
      *    OUTRO DONO: PROCURAR NA CADEIA DE CO-TITULARIDADES DELE UMA
      *    CONTA COM O NUMERO PEDIDO E RELER ACCOUNTS PELA CHAVE DO
      *    DONO PRINCIPAL
      ******************************************************************
       FIND-COOWNED-ACCOUNT.
           OPEN INPUT COOWNERS
           IF FS-COOWNERS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-COOWNERS NOT = '00'
               DISPLAY "Erro ao abrir file/coowners.txt: " FS-COOWNERS
               STOP RUN
           END-IF

           MOVE 'N' TO END-COCHAIN
           MOVE LK-USER-ID TO COOWNERS-CO-ID
           MOVE ZERO TO COOWNERS-ID-USER
           MOVE ZERO TO COOWNERS-ID
           START COOWNERS KEY IS >= COOWNERS-KEY
               INVALID KEY
                   MOVE 'S' TO END-COCHAIN
           END-START

           PERFORM UNTIL END-COCHAIN = 'S'
               READ COOWNERS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-COCHAIN
                   NOT AT END
                       IF COOWNERS-CO-ID NOT = LK-USER-ID
                           MOVE 'S' TO END-COCHAIN
                       ELSE
                           IF COOWNERS-ID = WS-ACCOUNT-ID
                               MOVE 'S' TO END-COCHAIN
                               PERFORM READ-COOWNED-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COOWNERS.

       READ-COOWNED-ACCOUNT.
           MOVE COOWNERS-ID-USER TO ACCOUNTS-ID-USER
           MOVE WS-ACCOUNT-ID TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACCT-FOUND
           END-READ.

      ******************************************************************
      *    CREDITAR A CONTA, REGISTAR NO RAZAO, CATIVAR O VALOR ATE AO
      *    FIM DO PRAZO DE COBRANCA E GUARDAR O CHEQUE NO REGISTO. O
      *    MOVIMENTO FICA SEMPRE NA CHAVE DO DONO PRINCIPAL DA CONTA.
      ******************************************************************
       APPLY-CHEQUE-DEPOSIT.
      ******************************************************************
      *    A CONTA PODE TER SIDO ALCANCADA POR CO-TITULARIDADE: O
      *    DONO PRINCIPAL TAMBEM NAO PODE ESTAR BLOQUEADO/FALECIDO
      ******************************************************************
           IF ACCOUNTS-ID-USER NOT = LK-USER-ID
               MOVE ACCOUNTS-ID-USER TO CS-ID-USER
               PERFORM CHECK-CLIENT-LIFE
               IF CS-STATUS-OUT NOT = 'A'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ACCOUNTS-STATUS = 'C'
               DISPLAY "Esta conta esta fechada e nao "
                       "pode receber depositos!"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-STATUS = 'D'
               DISPLAY "Esta conta esta dormente! E "
                       "preciso reidentificar o cliente "
                       "e reativa-la primeiro."
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-STATUS = 'U'
               DISPLAY "O saldo desta conta foi entregue como nao "
                       "reclamado! Um supervisor tem de o devolver "
                       "primeiro (Unclaimed Funds Claim)."
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-CURRENCY NOT = SPACES
               MOVE 'R' TO FC-FUNC
               MOVE ZERO TO FC-DATE
               MOVE SPACES TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro nos cambios: " FC-STATUS
                   STOP RUN
               END-IF
               IF ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                   DISPLAY "Esta conta esta em " ACCOUNTS-CURRENCY
                           " e os cheques sao em " FC-HOME-CUR "!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD WS-CHEQUE-AMOUNT TO ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
      ******************************************************************
      *    EMITIR O RECIBO DE BALCAO
      ******************************************************************
           MOVE ACCOUNTS-ID-USER TO RP-ID-USER
           MOVE WS-ACCOUNT-ID TO RP-ID-ACCOUNT
           MOVE 'CHQDEP' TO RP-TYPE
           MOVE WS-CHEQUE-AMOUNT TO RP-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO RP-BALANCE
           CALL 'RCPTPRT' USING RCPTPRT-PARM
           IF RP-STATUS NOT = '00'
               DISPLAY "Erro ao emitir o recibo "
                       "(file/receipts.txt): " RP-STATUS
               STOP RUN
           END-IF
      ******************************************************************
      *    REGISTAR O MOVIMENTO NO RAZAO; O NUMERO ATRIBUIDO E A
      *    REFERENCIA DO CHEQUE NA COMPENSACAO
      ******************************************************************
           MOVE 'P' TO TP-FUNC
           MOVE ACCOUNTS-ID-USER TO TP-ID-USER
           MOVE WS-ACCOUNT-ID TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE 'CHQDEP' TO TP-TYPE
           MOVE WS-CHEQUE-AMOUNT TO TP-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE RP-RECEIPT-OUT TO TP-RECEIPT
           MOVE OPER-SESS-ID TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/transmst.txt: " TP-STATUS
               STOP RUN
           END-IF
           MOVE TP-SEQ-OUT TO WS-CREDIT-SEQ

           PERFORM PLACE-FLOAT-HOLD
           PERFORM REGISTER-CHEQUE

           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Cheque aceite para cobranca!"
           DISPLAY "Recibo n. " RP-RECEIPT-OUT
           DISPLAY "Novo saldo: " WS-AMOUNT-EDIT
           DISPLAY "Valor cativo ate " WS-CLEAR-DATE (7:2) "-"
                   WS-CLEAR-DATE (5:2) "-" WS-CLEAR-DATE (1:4).

      ******************************************************************
      *    CATIVACAO DE FUNDOS POR COBRAR NA PROXIMA SEQUENCIA LIVRE
      *    DA CONTA (COMO NO HOLDMNT)
      ******************************************************************
       PLACE-FLOAT-HOLD.
           OPEN I-O HOLDS
           IF FS-HOLDS = '35'
               OPEN OUTPUT HOLDS
               IF FS-HOLDS NOT = '00'
                   DISPLAY "Erro ao criar file/holds.txt: " FS-HOLDS
                   STOP RUN
               END-IF
               CLOSE HOLDS
               OPEN I-O HOLDS
           END-IF
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao abrir file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-HOLDS-END
           MOVE ACCOUNTS-ID-USER TO HOLDS-ID-USER
           MOVE WS-ACCOUNT-ID TO HOLDS-ID-ACCOUNT
           MOVE ZERO TO HOLDS-SEQ
           START HOLDS KEY IS >= HOLDS-KEY
               INVALID KEY
                   MOVE 'S' TO WS-HOLDS-END
           END-START
           PERFORM UNTIL WS-HOLDS-END = 'S'
               READ HOLDS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-HOLDS-END
                   NOT AT END
                       IF HOLDS-ID-USER NOT = ACCOUNTS-ID-USER
                          OR HOLDS-ID-ACCOUNT NOT = WS-ACCOUNT-ID
                           MOVE 'S' TO WS-HOLDS-END
                       ELSE
                           MOVE HOLDS-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ

           MOVE ACCOUNTS-ID-USER TO HOLDS-ID-USER
           MOVE WS-ACCOUNT-ID TO HOLDS-ID-ACCOUNT
           MOVE WS-NEXT-SEQ TO HOLDS-SEQ
           MOVE WS-CHEQUE-AMOUNT TO HOLDS-AMOUNT
           MOVE 'CHEQUE EM COBRANCA' TO HOLDS-REASON
           MOVE OPER-SESS-ID TO HOLDS-PLACED-BY
           MOVE WS-BUSDATE TO HOLDS-DATE
           MOVE 'A' TO HOLDS-STATUS
           WRITE HOLDS-REC
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao gravar em file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF
           CLOSE HOLDS.

      ******************************************************************
      *    GUARDAR O CHEQUE NO REGISTO PARA O CHQCOLL O ENVIAR A
      *    COMPENSACAO NO CICLO DESTA NOITE
      ******************************************************************
       REGISTER-CHEQUE.
           OPEN I-O CHQDEP
           IF FS-CHQDEP = '35'
               OPEN OUTPUT CHQDEP
               IF FS-CHQDEP NOT = '00'
                   DISPLAY "Erro ao criar file/chqdeposits.txt: "
                           FS-CHQDEP
                   STOP RUN
               END-IF
               CLOSE CHQDEP
               OPEN I-O CHQDEP
           END-IF
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao abrir file/chqdeposits.txt: " FS-CHQDEP
               STOP RUN
           END-IF

           MOVE WS-CREDIT-SEQ TO CHD-SEQ
           MOVE ACCOUNTS-ID-USER TO CHD-ID-USER
           MOVE WS-ACCOUNT-ID TO CHD-ID-ACCOUNT
           MOVE WS-NEXT-SEQ TO CHD-HOLD-SEQ
           MOVE WS-BANK-CODE TO CHD-BANK-CODE
           MOVE WS-DRAWER-ACCOUNT TO CHD-DRAWER-ACCOUNT
           MOVE WS-CHEQUE-NO TO CHD-CHEQUE-NO
           MOVE WS-CHEQUE-AMOUNT TO CHD-AMOUNT
           MOVE WS-BUSDATE TO CHD-DEP-DATE
           MOVE WS-CLEAR-DATE TO CHD-CLEAR-DATE
           MOVE ZERO TO CHD-SENT-DATE
           MOVE 'P' TO CHD-STATUS
           MOVE SPACES TO CHD-RETURN-CODE
           MOVE ZERO TO CHD-CLOSE-DATE
           MOVE OPER-SESS-ID TO CHD-OPER
           WRITE CHQDEP-REC
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/chqdeposits.txt: "
                       FS-CHQDEP
               STOP RUN
           END-IF
           CLOSE CHQDEP.
