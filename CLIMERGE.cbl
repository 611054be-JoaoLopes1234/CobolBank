      *    SOBREVIVENTE:
      *      - AS CONTAS DO DUPLICADO MUDAM DE CHAVE PARA O
      *        SOBREVIVENTE (RECUSADO A PARTIDA SE HOUVER COLISAO DE
      *        NUMEROS DE CONTA), ARRASTANDO CATIVACOES, MANDATOS DE
      *        DEBITO DIRETO, CO-TITULARIDADES, REQUISICOES DE
      *        CHEQUES, ORDENS DE NAO PAGAMENTO E CHEQUES PAGOS
      *      - ORDENS PERMANENTES, VARRIMENTOS DE SALDO, CARTOES,
      *        RENOVACOES E AUTORIZACOES DE CARTAO (A CATIVACAO
      *        MANTEM A SEQUENCIA AO MUDAR DE CHAVE, PELO QUE O
      *        CARDCLR AINDA A ENCONTRA), CHEQUES DE OUTROS BANCOS
      *        EM COBRANCA (IDEM PARA O CHQCOLL), DEPOSITOS A PRAZO E
      *        EMPRESTIMOS PASSAM A APONTAR PARA O SOBREVIVENTE, E
      *        OS ACUMULADOS FISCAIS DO RAZAO DE
      *        RETENCOES (file/whtledger.txt) SOMAM-SE AOS DO
      *        SOBREVIVENTE - O CERTIFICADO DO WHTCERT SAI EM NOME
      *        DE QUEM FICA
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COOWNERS-KEY
               FILE STATUS IS FS-COOWNERS.
           SELECT DDMAND ASSIGN 'file/ddmandates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               FILE STATUS IS FS-DDMAND.
           SELECT CARDRNW ASSIGN 'file/cardrenew.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OLD-CARD
               ALTERNATE RECORD KEY IS CR-NEW-CARD
               FILE STATUS IS FS-CARDRNW.
           SELECT CHQDEP ASSIGN 'file/chqdeposits.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHD-SEQ
               FILE STATUS IS FS-CHQDEP.
           SELECT AUTHLOG ASSIGN 'file/cardauth.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-REF
               FILE STATUS IS FS-AUTHLOG.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD HOLDS.
           COPY 'HOLDS.cpy'.

       FD DDMAND.
           COPY 'DDMAND.cpy'.

       FD STORD.
           COPY 'STORDERS.cpy'.

       FD CARDS.
           COPY 'CARDS.cpy'.

       FD AUTHLOG.
           COPY 'CARDAUTH.cpy'.

       FD CARDRNW.
           COPY 'CARDRNW.cpy'.

       FD CHQDEP.
           COPY 'CHQDEP.cpy'.

       FD TERMDEP.
           COPY 'TERMDEP.cpy'.

       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-COOWNERS                   PIC X(2).
       01 FS-HOLDS                      PIC X(2).
       01 FS-DDMAND                     PIC X(2).
       01 FS-STORD                      PIC X(2).
       01 FS-CHQREG                     PIC X(2).
       01 FS-CHQSTOP                    PIC X(2).
       01 FS-CHQPAID                    PIC X(2).
       01 FS-CARDS                      PIC X(2).
       01 FS-AUTHLOG                    PIC X(2).
       01 FS-CARDRNW                    PIC X(2).
       01 FS-CHQDEP                     PIC X(2).
       01 FS-TERMDEP                    PIC X(2).
       01 FS-LOANS                      PIC X(2).
       01 FS-SWEEPS                     PIC X(2).

           PERFORM MOVE-DUPLICATE-ACCOUNTS
           PERFORM MOVE-DUPLICATE-HOLDS
           PERFORM MOVE-DUPLICATE-MANDATES
           PERFORM MOVE-DUPLICATE-COOWNERS
           PERFORM MOVE-DUPLICATE-CHEQUES
           PERFORM REPOINT-SIMPLE-MASTERS

           CLOSE HOLDS.

      ******************************************************************
      *    OS MANDATOS DE DEBITO DIRETO TAMBEM SEGUEM AS CONTAS
      ******************************************************************
       MOVE-DUPLICATE-MANDATES.
           OPEN I-O DDMAND
           IF FS-DDMAND = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-DDMAND NOT = '00'
               DISPLAY "Erro ao abrir file/ddmandates.txt: " FS-DDMAND
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               MOVE WS-DUPLICATE-ID TO DDM-ID-USER
               MOVE ZERO TO DDM-ID-ACCOUNT
               MOVE LOW-VALUES TO DDM-ORIG-REF
               START DDMAND KEY IS >= DDM-KEY
                   INVALID KEY
                       MOVE 'S' TO END-FILE
               END-START
               IF END-FILE NOT = 'S'
                   READ DDMAND NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF DDM-ID-USER NOT = WS-DUPLICATE-ID
                               MOVE 'S' TO END-FILE
                           ELSE
                               DELETE DDMAND RECORD
                               MOVE WS-SURVIVOR-ID TO DDM-ID-USER
                               WRITE DDMAND-REC
                               IF FS-DDMAND NOT = '00'
                                   DISPLAY "Erro ao gravar em "
                                           "file/ddmandates.txt: "
                                           FS-DDMAND
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-LINK-MOVED
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           CLOSE DDMAND.

      ******************************************************************
      *    CO-TITULARIDADES: O DUPLICADO PODE APARECER COMO
      *    CO-TITULAR OU COMO DONO DA CONTA. NOS DOIS CASOS O

      ******************************************************************
      *    MESTRES CUJA CHAVE NAO INCLUI O CLIENTE: BASTA REESCREVER
      *    O CAMPO DO DONO (ORDENS PERMANENTES, CARTOES E AS SUAS
      *    RENOVACOES E AUTORIZACOES, DEPOSITOS A PRAZO E EMPRESTIMOS)
      ******************************************************************
       REPOINT-SIMPLE-MASTERS.
           OPEN I-O STORD
               CLOSE CARDS
           END-IF

           OPEN I-O AUTHLOG
           IF FS-AUTHLOG NOT = '35'
               IF FS-AUTHLOG NOT = '00'
                   DISPLAY "Erro ao abrir file/cardauth.txt: "
                           FS-AUTHLOG
                   STOP RUN
               END-IF
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ AUTHLOG NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF CA-ID-USER = WS-DUPLICATE-ID
                               MOVE WS-SURVIVOR-ID TO CA-ID-USER
                               REWRITE CARDAUTH-REC
                               IF FS-AUTHLOG NOT = '00'
                                   DISPLAY "Erro ao gravar em "
                                           "file/cardauth.txt: "
                                           FS-AUTHLOG
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-LINK-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTHLOG
           END-IF

           OPEN I-O CARDRNW
           IF FS-CARDRNW NOT = '35'
               IF FS-CARDRNW NOT = '00'
                   DISPLAY "Erro ao abrir file/cardrenew.txt: "
                           FS-CARDRNW
                   STOP RUN
               END-IF
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ CARDRNW NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF CR-ID-USER = WS-DUPLICATE-ID
                               MOVE WS-SURVIVOR-ID TO CR-ID-USER
                               REWRITE CARDRNW-REC
                               IF FS-CARDRNW NOT = '00'
                                   DISPLAY "Erro ao gravar em "
                                           "file/cardrenew.txt: "
                                           FS-CARDRNW
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-LINK-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDRNW
           END-IF

           OPEN I-O CHQDEP
           IF FS-CHQDEP NOT = '35'
               IF FS-CHQDEP NOT = '00'
                   DISPLAY "Erro ao abrir file/chqdeposits.txt: "
                           FS-CHQDEP
                   STOP RUN
               END-IF
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ CHQDEP NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF CHD-ID-USER = WS-DUPLICATE-ID
                               MOVE WS-SURVIVOR-ID TO CHD-ID-USER
                               REWRITE CHQDEP-REC
                               IF FS-CHQDEP NOT = '00'
                                   DISPLAY "Erro ao gravar em "
                                           "file/chqdeposits.txt: "
                                           FS-CHQDEP
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-LINK-MOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHQDEP
           END-IF

           OPEN I-O TERMDEP
           IF FS-TERMDEP NOT = '35'
               IF FS-TERMDEP NOT = '00'
