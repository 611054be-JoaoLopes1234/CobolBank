      *    MOVIMENTOS DE CARTAO E FEITA PELO CARDCLR NO CICLO DE
      *    FIM-DE-DIA. DESBLOQUEAR UM CARTAO E RESERVADO A
      *    SUPERVISORES.
      *    O LIMITE DIARIO DAS AUTORIZACOES (CARDAUTH) DE CADA CARTAO
      *    E ALTERADO AQUI, TAMBEM SO POR SUPERVISORES, E CADA
      *    ALTERACAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      *    (MNTAUDIT). UM LIMITE A ZERO SEGUE O LIMITE POR OMISSAO DE
      *    file/cardparm.txt.
      *    OS CARTOES DE RENOVACAO EMITIDOS PELO CARDRENW CHEGAM POR
      *    ATIVAR ('P'): ATIVA-LOS AQUI POE O CARTAO ANTIGO QUE
      *    SUBSTITUEM (file/cardrenew.txt) FORA DE USO ('E').
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT CARDRNW ASSIGN 'file/cardrenew.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OLD-CARD
               ALTERNATE RECORD KEY IS CR-NEW-CARD
               FILE STATUS IS FS-CARDRNW.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CARDRNW.
           COPY 'CARDRNW.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-NEW-EXPIRY                 PIC 9(6).
       01 WS-ACCOUNT-OK                 PIC X(1).
       01 WS-CARDS-EXISTS               PIC X(1).
       01 WS-NEW-LIMIT                  PIC 9(7)V99.
       01 WS-LIMIT-EDIT                 PIC Z(6)9,99.
       01 WS-TODAY                      PIC 9(8).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CARDS                      PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-CARDRNW                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.

               DISPLAY '2 - Register card'
               DISPLAY '3 - Block card'
               DISPLAY '4 - Unblock card'
               DISPLAY '5 - Set daily limit'
               DISPLAY '6 - Activate renewed card'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
                       PERFORM BLOCK-CARD
                   WHEN 4
                       PERFORM UNBLOCK-CARD
                   WHEN 5
                       PERFORM SET-DAILY-LIMIT
                   WHEN 6
                       PERFORM ACTIVATE-CARD
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
                   STOP RUN
               END-IF

               DISPLAY "CARTAO            CONTA  VALIDADE ESTADO "
                       "LIMITE DIARIO"
               PERFORM UNTIL END-FILE = 'S'
                   READ CARDS NEXT RECORD
                       AT END
                               STOP RUN
                           END-IF
                           IF CARDS-ID-USER = LK-USER-ID
                               MOVE CARDS-DAILY-LIMIT
                                   TO WS-LIMIT-EDIT
                               DISPLAY CARDS-NUMBER ' '
                                       CARDS-ID-ACCOUNT ' '
                                       CARDS-EXPIRY '   '
                                       CARDS-STATUS '      '
                                       WS-LIMIT-EDIT
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-ACCOUNT-ID TO CARDS-ID-ACCOUNT
           MOVE WS-NEW-EXPIRY TO CARDS-EXPIRY
           MOVE 'A' TO CARDS-STATUS
           MOVE ZERO TO CARDS-DAILY-LIMIT
           MOVE ZERO TO CARDS-AUTH-DATE
           MOVE ZERO TO CARDS-AUTH-TOTAL
           WRITE CARDS-REC
           IF FS-CARDS = '22'
               DISPLAY "Ja existe um cartao com esse numero!"
           END-IF
           CLOSE CARDS.

      ******************************************************************
      *    ALTERAR O LIMITE DIARIO DAS AUTORIZACOES DE UM CARTAO -
      *    RESERVADO A SUPERVISORES. 0 = LIMITE POR OMISSAO.
      ******************************************************************
       SET-DAILY-LIMIT.
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem alterar o limite "
                       "diario!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Qual o numero do cartao?"
           ACCEPT WS-CARD-NUMBER
           PERFORM LOCATE-CLIENT-CARD
           IF WS-ACCOUNT-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE CARDS-DAILY-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "Limite diario atual (0 = por omissao): "
                   WS-LIMIT-EDIT
           DISPLAY "Qual o novo limite diario?"
           ACCEPT WS-NEW-LIMIT

           MOVE 'CARDS' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE CARDS-NUMBER TO MA-KEY (1:16)
           MOVE 'DAYLIMIT' TO MA-FIELD
           MOVE SPACES TO MA-OLD
           MOVE WS-LIMIT-EDIT TO MA-OLD (1:10)
           MOVE WS-NEW-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO MA-NEW
           MOVE WS-LIMIT-EDIT TO MA-NEW (1:10)
           MOVE OPER-SESS-ID TO MA-OPER

           MOVE WS-NEW-LIMIT TO CARDS-DAILY-LIMIT
           REWRITE CARDS-REC
           IF FS-CARDS NOT = '00'
               DISPLAY "Erro ao gravar em file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF
           CLOSE CARDS
           DISPLAY "Limite diario alterado com sucesso!"

           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    ATIVAR UM CARTAO DE RENOVACAO RECEBIDO PELO CLIENTE. O
      *    CARTAO ANTIGO DEIXA DE FUNCIONAR NESSE MOMENTO (UM ANTIGO
      *    BLOQUEADO FICA BLOQUEADO).
      ******************************************************************
       ACTIVATE-CARD.
           DISPLAY "Qual o numero do cartao novo a ativar?"
           ACCEPT WS-CARD-NUMBER
           PERFORM LOCATE-CLIENT-CARD
           IF WS-ACCOUNT-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           IF CARDS-STATUS NOT = 'P'
               DISPLAY "Esse cartao nao esta por ativar."
               CLOSE CARDS
               EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY

           MOVE 'A' TO CARDS-STATUS
           REWRITE CARDS-REC
           IF FS-CARDS NOT = '00'
               DISPLAY "Erro ao gravar em file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF
           DISPLAY "Cartao ativado com sucesso!"

           OPEN I-O CARDRNW
           IF FS-CARDRNW = '35'
               CLOSE CARDS
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDRNW NOT = '00'
               DISPLAY "Erro ao abrir file/cardrenew.txt: " FS-CARDRNW
               STOP RUN
           END-IF

           MOVE WS-CARD-NUMBER TO CR-NEW-CARD
           READ CARDRNW KEY IS CR-NEW-CARD
               INVALID KEY
                   CLOSE CARDRNW
                   CLOSE CARDS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'A' TO CR-STATUS
           MOVE WS-TODAY TO CR-ACT-DATE
           REWRITE CARDRNW-REC
           IF FS-CARDRNW NOT = '00'
               DISPLAY "Erro ao gravar em file/cardrenew.txt: "
                       FS-CARDRNW
               STOP RUN
           END-IF
           CLOSE CARDRNW

           MOVE CR-OLD-CARD TO CARDS-NUMBER
           READ CARDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARDS-STATUS NOT = 'B' AND CARDS-STATUS NOT = 'E'
                       MOVE 'E' TO CARDS-STATUS
                       REWRITE CARDS-REC
                       IF FS-CARDS NOT = '00'
                           DISPLAY "Erro ao gravar em file/cards.txt: "
                                   FS-CARDS
                           STOP RUN
                       END-IF
                       DISPLAY "O cartao anterior " CR-OLD-CARD
                               " deixou de funcionar."
                   END-IF
           END-READ
           CLOSE CARDS.

      ******************************************************************
      *    LOCALIZAR O CARTAO E CONFIRMAR QUE PERTENCE AO CLIENTE
      *    SELECIONADO. DEIXA O FICHEIRO ABERTO I-O PARA O CHAMADOR
