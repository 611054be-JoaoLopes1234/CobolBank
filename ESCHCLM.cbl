       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHCLM.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    RECLAMACAO DE UM SALDO ENTREGUE COMO NAO RECLAMADO PELO
      *    ESCHEAT - RESERVADO A SUPERVISORES. O CLIENTE VEM
      *    SELECIONADO DO VIEWCLIE ATRAVES DO OPTICLIE. A CONTA TEM DE
      *    ESTAR NO REGISTO file/unclaimed.txt COMO ENTREGUE ('R') E
      *    COM ACCOUNTS-STATUS 'U': O VALOR ENTREGUE VOLTA A CONTA NUM
      *    MOVIMENTO 'ESCHRTN' (COM RECIBO DE BALCAO), A CONTA FICA
      *    ATIVA E A RECLAMACAO FICA REGISTADA - DATA, OPERADOR E
      *    DOCUMENTO DE QUEM RECLAMOU - NO REGISTO E NO LOG DE
      *    AUDITORIA DAS MANUTENCOES (MNTAUDIT). UM DOCUMENTO
      *    DIFERENTE DO DA FICHA DO CLIENTE (EX: UM HERDEIRO) E
      *    ASSINALADO NO ECRA ANTES DA CONFIRMACAO.
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
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT UNCLAIMED ASSIGN 'file/unclaimed.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNC-KEY
               FILE STATUS IS FS-UNCLAIMED.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD UNCLAIMED.
           COPY 'UNCLAIM.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-ID                  PIC 9(6).
       01 WS-CLIENT-NAME                 PIC X(30).
       01 WS-CLIENT-DOC                  PIC X(14).
       01 WS-CLAIM-DOC                   PIC X(14).
       01 WS-CONFIRM                     PIC X(1).
       01 WS-CLAIM-AMOUNT                PIC S9(7)V99.
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                    PIC X(2).
       01 FS-CLIENTS                     PIC X(2).
       01 FS-UNCLAIMED                   PIC X(2).
       01 WS-AMOUNT-EDIT                 PIC -9(7),99.
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DA EMISSAO DE RECIBO
           COPY 'RCPTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.

       01 LK-USER-ID                     PIC 9(6).
      *    SESSAO DO OPERADOR AUTENTICADO PELO SIGNON
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING LK-USER-ID OPER-SESSION.

      ******************************************************************
      *    DEVOLVER UM SALDO ENTREGUE E RESERVADO A SUPERVISORES
      ******************************************************************
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem devolver saldos "
                       "nao reclamados!"
               EXIT PROGRAM
           END-IF

           PERFORM SHOW-CLIENT-NAME
           DISPLAY "Qual o ID da conta reclamada?"
           ACCEPT WS-ACCOUNT-ID
      ******************************************************************
      *    A CONTA TEM DE TER UM SALDO ENTREGUE NO REGISTO
      ******************************************************************
           OPEN I-O UNCLAIMED
           IF FS-UNCLAIMED = '35'
               DISPLAY "Nao ha saldos nao reclamados registados."
               EXIT PROGRAM
           END-IF
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao abrir file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF

           MOVE LK-USER-ID TO UNC-ID-USER
           MOVE WS-ACCOUNT-ID TO UNC-ID-ACCOUNT
           READ UNCLAIMED
               INVALID KEY
                   DISPLAY "Esta conta nao tem saldo entregue como "
                           "nao reclamado!"
                   CLOSE UNCLAIMED
                   EXIT PROGRAM
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF UNC-STATUS NOT = 'R'
               IF UNC-STATUS = 'C'
                   DISPLAY "Este saldo ja foi reclamado em "
                           UNC-CLAIM-DATE "!"
               ELSE
                   DISPLAY "O saldo desta conta ainda nao foi "
                           "entregue - basta reativar a conta."
               END-IF
               CLOSE UNCLAIMED
               EXIT PROGRAM
           END-IF

           MOVE UNC-AMOUNT TO WS-CLAIM-AMOUNT
           MOVE WS-CLAIM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Saldo entregue em " UNC-REMIT-DATE ": "
                   WS-AMOUNT-EDIT
           DISPLAY "Documento na ficha do cliente: " WS-CLIENT-DOC
           DISPLAY "Qual o documento de identificacao de quem "
                   "reclama?"
           ACCEPT WS-CLAIM-DOC
           IF WS-CLAIM-DOC = SPACES
               DISPLAY "O documento de quem reclama e obrigatorio!"
               CLOSE UNCLAIMED
               EXIT PROGRAM
           END-IF
           IF WS-CLAIM-DOC NOT = WS-CLIENT-DOC
               DISPLAY "ATENCAO: o documento nao e o da ficha do "
                       "cliente - confirmar a legitimidade de quem "
                       "reclama."
           END-IF
           DISPLAY "Devolver " WS-AMOUNT-EDIT " a conta "
                   WS-ACCOUNT-ID "? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Reclamacao cancelada."
               CLOSE UNCLAIMED
               EXIT PROGRAM
           END-IF

           PERFORM RESTORE-ACCOUNT
           PERFORM RECORD-CLAIM
           CLOSE UNCLAIMED

           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Saldo devolvido e conta reativada com sucesso!"
           DISPLAY "Recibo n. " RP-RECEIPT-OUT
           DISPLAY "Novo saldo: " WS-AMOUNT-EDIT.

           EXIT PROGRAM.

      ******************************************************************
      *    RESOLVER O NOME E O DOCUMENTO DO CLIENTE SELECIONADO
      ******************************************************************
       SHOW-CLIENT-NAME.
           MOVE '(cliente desconhecido)' TO WS-CLIENT-NAME
           MOVE SPACES TO WS-CLIENT-DOC
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '00'
               MOVE LK-USER-ID TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTS-NAME TO WS-CLIENT-NAME
                       MOVE CLIENTS-DOC-ID TO WS-CLIENT-DOC
               END-READ
               CLOSE CLIENTS
           END-IF
           DISPLAY "A atender: " WS-CLIENT-NAME
                   " (ID " LK-USER-ID ")".

      ******************************************************************
      *    CREDITAR O VALOR ENTREGUE E REATIVAR A CONTA, COM RECIBO E
      *    MOVIMENTO 'ESCHRTN' NO RAZAO
      ******************************************************************
       RESTORE-ACCOUNT.
           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
           MOVE LK-USER-ID TO ACCOUNTS-ID-USER
           MOVE WS-ACCOUNT-ID TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "Conta nao encontrada!"
                   CLOSE ACCOUNTS
                   CLOSE UNCLAIMED
                   EXIT PROGRAM
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF ACCOUNTS-STATUS NOT = 'U'
               DISPLAY "A conta nao esta marcada com saldo entregue "
                       "(estado " ACCOUNTS-STATUS ")!"
               CLOSE ACCOUNTS
               CLOSE UNCLAIMED
               EXIT PROGRAM
           END-IF

           ADD WS-CLAIM-AMOUNT TO ACCOUNTS-AMOUNT
           MOVE 'A' TO ACCOUNTS-STATUS
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
           CLOSE ACCOUNTS

           MOVE LK-USER-ID TO RP-ID-USER
           MOVE WS-ACCOUNT-ID TO RP-ID-ACCOUNT
           MOVE 'ESCHRTN' TO RP-TYPE
           MOVE WS-CLAIM-AMOUNT TO RP-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO RP-BALANCE
           CALL 'RCPTPRT' USING RCPTPRT-PARM
           IF RP-STATUS NOT = '00'
               DISPLAY "Erro ao emitir o recibo "
                       "(file/receipts.txt): " RP-STATUS
               STOP RUN
           END-IF

           MOVE 'P' TO TP-FUNC
           MOVE LK-USER-ID TO TP-ID-USER
           MOVE WS-ACCOUNT-ID TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE 'ESCHRTN' TO TP-TYPE
           MOVE WS-CLAIM-AMOUNT TO TP-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE RP-RECEIPT-OUT TO TP-RECEIPT
           MOVE OPER-SESS-ID TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/transmst.txt: " TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    A RECLAMACAO FICA NO REGISTO (NA DATA DE NEGOCIO) E NO LOG
      *    DE AUDITORIA DAS MANUTENCOES
      ******************************************************************
       RECORD-CLAIM.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF

           MOVE 'C' TO UNC-STATUS
           MOVE RC-BUSDATE TO UNC-CLAIM-DATE
           MOVE OPER-SESS-ID TO UNC-CLAIM-OPER
           MOVE WS-CLAIM-DOC TO UNC-CLAIM-DOC
           MOVE TP-SEQ-OUT TO UNC-CLAIM-SEQ
           REWRITE UNCLAIM-REC
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao gravar em file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF

           MOVE 'UNCLAIM' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE LK-USER-ID TO MA-KEY (1:6)
           MOVE WS-ACCOUNT-ID TO MA-KEY (7:6)
           MOVE 'CLAIM' TO MA-FIELD
           MOVE WS-CLAIM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO MA-OLD
           MOVE WS-CLAIM-DOC TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.
