       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDMNDMNT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    MANUTENCAO DOS MANDATOS DE DEBITO DIRETO DO CLIENTE
      *    SELECIONADO (file/ddmandates.txt - VER DDMAND.cpy):
      *    LISTAR, REGISTAR E CANCELAR AS AUTORIZACOES DADAS AOS
      *    ORDENANTES PARA DEBITAREM AS CONTAS DO CLIENTE. O DDCLEAR
      *    SO APLICA UM DEBITO DIRETO QUE TENHA AQUI UM MANDATO ATIVO
      *    PARA A CONTA E A REFERENCIA DO ORDENANTE, E DENTRO DO
      *    MAXIMO POR COBRANCA QUANDO HA UM. UM MANDATO CANCELADO
      *    FICA NO FICHEIRO (COM A DATA DE CANCELAMENTO) PARA
      *    RESPONDER A UMA RECLAMACAO DO CLIENTE. AS COBRANCAS SAO EM
      *    MOEDA NACIONAL: UMA CONTA NOUTRA MOEDA E RECUSADA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDMAND ASSIGN 'file/ddmandates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               FILE STATUS IS FS-DDMAND.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.

       DATA DIVISION.
       FILE SECTION.
       FD DDMAND.
           COPY 'DDMAND.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-ACCOUNT-ID                 PIC 9(6).
       01 WS-ORIG-REF                   PIC X(20).
       01 WS-NEW-NAME                   PIC X(30).
       01 WS-NEW-MAX                    PIC 9(7)V99.
       01 WS-NEW-FREQ                   PIC X(1).
       01 WS-TODAY                      PIC 9(8).
       01 WS-MAND-FOUND                 PIC X(1).
       01 WS-AMOUNT-EDIT                PIC 9(7),99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-DDMAND                     PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

       01 LK-USER-ID                    PIC 9(6).

       PROCEDURE DIVISION USING LK-USER-ID.

       MAIN-LOGIC SECTION.

           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - List mandates'
               DISPLAY '2 - Add mandate'
               DISPLAY '3 - Cancel mandate'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
               EVALUATE INPUT-USER
                   WHEN 1
                       PERFORM LIST-MANDATES
                   WHEN 2
                       PERFORM ADD-MANDATE
                   WHEN 3
                       PERFORM CANCEL-MANDATE
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    LISTAR OS MANDATOS DESTE CLIENTE (CONTIGUOS NA CHAVE)
      ******************************************************************
       LIST-MANDATES.
           MOVE 'N' TO END-FILE
           OPEN INPUT DDMAND

           IF FS-DDMAND = '35'
               DISPLAY "Ainda nao ha mandatos registados."
           ELSE
               IF FS-DDMAND NOT = '00'
                   DISPLAY "Erro ao abrir file/ddmandates.txt: "
                           FS-DDMAND
                   STOP RUN
               END-IF

               DISPLAY "CONTA  REFERENCIA           CREDOR"
                       "                         MAXIMO     F E"
                       " COBR."
               MOVE LK-USER-ID TO DDM-ID-USER
               MOVE ZERO TO DDM-ID-ACCOUNT
               MOVE LOW-VALUES TO DDM-ORIG-REF
               START DDMAND KEY IS >= DDM-KEY
                   INVALID KEY
                       MOVE 'S' TO END-FILE
               END-START

               PERFORM UNTIL END-FILE = 'S'
                   READ DDMAND NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF DDM-ID-USER NOT = LK-USER-ID
                               MOVE 'S' TO END-FILE
                           ELSE
                               MOVE DDM-MAX-AMOUNT TO WS-AMOUNT-EDIT
                               DISPLAY DDM-ID-ACCOUNT ' '
                                       DDM-ORIG-REF ' '
                                       DDM-CREDITOR-NAME ' '
                                       WS-AMOUNT-EDIT ' '
                                       DDM-FREQUENCY ' '
                                       DDM-STATUS ' '
                                       DDM-COLL-COUNT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DDMAND
           END-IF.

      ******************************************************************
      *    REGISTAR UM MANDATO NOVO NUMA CONTA DESTE CLIENTE. UM
      *    MANDATO CANCELADO PARA A MESMA CONTA E REFERENCIA PODE SER
      *    REATIVADO COM OS DADOS NOVOS (CONTA COMO MANDATO NOVO).
      ******************************************************************
       ADD-MANDATE.
           DISPLAY "Qual o ID da conta a debitar?"
           ACCEPT WS-ACCOUNT-ID
           DISPLAY "Qual a referencia do ordenante?"
           ACCEPT WS-ORIG-REF
           DISPLAY "Qual o nome do credor?"
           ACCEPT WS-NEW-NAME
           DISPLAY "Qual o maximo por cobranca? (0 = sem maximo)"
           ACCEPT WS-NEW-MAX
           DISPLAY "Qual a periodicidade? (M = mensal, T = trimestral,"
                   " S = semestral, A = anual, P = pontual)"
           ACCEPT WS-NEW-FREQ
           MOVE FUNCTION UPPER-CASE (WS-NEW-FREQ) TO WS-NEW-FREQ

           IF WS-ORIG-REF = SPACES
               DISPLAY "A referencia do ordenante nao pode ficar em "
                       "branco!"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-NAME = SPACES
               DISPLAY "O nome do credor nao pode ficar em branco!"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-FREQ NOT = 'M' AND WS-NEW-FREQ NOT = 'T'
              AND WS-NEW-FREQ NOT = 'S' AND WS-NEW-FREQ NOT = 'A'
              AND WS-NEW-FREQ NOT = 'P'
               DISPLAY "Periodicidade invalida!"
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    A CONTA TEM DE SER DESTE CLIENTE, NAO ESTAR FECHADA E SER EM
      *    MOEDA NACIONAL
      ******************************************************************
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "Conta nao encontrada!"
               EXIT PARAGRAPH
           END-IF
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
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE ACCOUNTS
           IF ACCOUNTS-STATUS = 'C'
               DISPLAY "Esta conta esta fechada!"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-STATUS = 'U'
               DISPLAY "Esta conta tem o saldo entregue como nao "
                       "reclamado!"
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
                           " e os debitos diretos sao em "
                           FC-HOME-CUR "!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY

           OPEN I-O DDMAND
           IF FS-DDMAND = '35'
               OPEN OUTPUT DDMAND
               IF FS-DDMAND NOT = '00'
                   DISPLAY "Erro ao criar file/ddmandates.txt: "
                           FS-DDMAND
                   STOP RUN
               END-IF
               CLOSE DDMAND
               OPEN I-O DDMAND
           END-IF
           IF FS-DDMAND NOT = '00'
               DISPLAY "Erro ao abrir file/ddmandates.txt: " FS-DDMAND
               STOP RUN
           END-IF

           MOVE LK-USER-ID TO DDM-ID-USER
           MOVE WS-ACCOUNT-ID TO DDM-ID-ACCOUNT
           MOVE WS-ORIG-REF TO DDM-ORIG-REF
           MOVE 'N' TO WS-MAND-FOUND
           READ DDMAND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-MAND-FOUND
           END-READ
           IF WS-MAND-FOUND = 'S' AND DDM-STATUS = 'A'
               DISPLAY "Ja existe um mandato ativo para esta conta e "
                       "este ordenante!"
               CLOSE DDMAND
               EXIT PARAGRAPH
           END-IF

           MOVE LK-USER-ID TO DDM-ID-USER
           MOVE WS-ACCOUNT-ID TO DDM-ID-ACCOUNT
           MOVE WS-ORIG-REF TO DDM-ORIG-REF
           MOVE WS-NEW-NAME TO DDM-CREDITOR-NAME
           MOVE WS-NEW-MAX TO DDM-MAX-AMOUNT
           MOVE WS-NEW-FREQ TO DDM-FREQUENCY
           MOVE 'A' TO DDM-STATUS
           MOVE WS-TODAY TO DDM-SIGN-DATE
           MOVE ZERO TO DDM-CANCEL-DATE
           MOVE ZERO TO DDM-LAST-COLL-DATE
           MOVE ZERO TO DDM-COLL-COUNT
           IF WS-MAND-FOUND = 'S'
               REWRITE DDMAND-REC
           ELSE
               WRITE DDMAND-REC
           END-IF
           IF FS-DDMAND NOT = '00'
               DISPLAY "Erro ao gravar em file/ddmandates.txt: "
                       FS-DDMAND
               STOP RUN
           END-IF
           CLOSE DDMAND

           DISPLAY "Mandato registado com sucesso!".

      ******************************************************************
      *    CANCELAR UM MANDATO DESTE CLIENTE. OS DEBITOS DESSE
      *    ORDENANTE PASSAM A SER DEVOLVIDOS PELO DDCLEAR (R07).
      ******************************************************************
       CANCEL-MANDATE.
           DISPLAY "Qual o ID da conta do mandato?"
           ACCEPT WS-ACCOUNT-ID
           DISPLAY "Qual a referencia do ordenante?"
           ACCEPT WS-ORIG-REF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY

           OPEN I-O DDMAND
           IF FS-DDMAND = '35'
               DISPLAY "Ainda nao ha mandatos registados."
           ELSE
               IF FS-DDMAND NOT = '00'
                   DISPLAY "Erro ao abrir file/ddmandates.txt: "
                           FS-DDMAND
                   STOP RUN
               END-IF

               MOVE LK-USER-ID TO DDM-ID-USER
               MOVE WS-ACCOUNT-ID TO DDM-ID-ACCOUNT
               MOVE WS-ORIG-REF TO DDM-ORIG-REF
               READ DDMAND
                   INVALID KEY
                       DISPLAY "Mandato nao encontrado!"
                   NOT INVALID KEY
                       IF DDM-STATUS NOT = 'A'
                           DISPLAY "Esse mandato ja esta cancelado."
                       ELSE
                           MOVE 'C' TO DDM-STATUS
                           MOVE WS-TODAY TO DDM-CANCEL-DATE
                           REWRITE DDMAND-REC
                           IF FS-DDMAND NOT = '00'
                               DISPLAY "Erro ao gravar em "
                                       "file/ddmandates.txt: "
                                       FS-DDMAND
                               STOP RUN
                           END-IF
                           DISPLAY "Mandato cancelado com sucesso!"
                       END-IF
               END-READ

               CLOSE DDMAND
           END-IF.
