       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUTH.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB INTRADIARIO: AUTORIZACAO DE MOVIMENTOS DE CARTAO
      *    (ATM/POS). LE OS PEDIDOS DE AUTORIZACAO ENVIADOS PELO
      *    PROCESSADOR EM file/card_auth_req.txt E RESPONDE A CADA UM
      *    EM file/card_auth_resp.txt. UM PEDIDO APROVADO CATIVA O
      *    VALOR NA CONTA LIGADA AO CARTAO (file/holds.txt) E FICA
      *    REGISTADO EM file/cardauth.txt (VER CARDAUTH.cpy) PARA O
      *    CARDCLR O CASAR COM A LIQUIDACAO E LIBERTAR A CATIVACAO.
      *
      *    LAYOUT DE file/card_auth_req.txt (POSICOES FIXAS):
      *      CARTAO(16) VALOR(7,2) REFERENCIA(20) CANAL(1)
      *      CANAL: 'A' = ATM, 'P' = POS
      *
      *    A RESPOSTA E O PEDIDO ORIGINAL SEGUIDO DE APROVADO OU
      *    RECUSADO E DE UM CODIGO:
      *      A00 = APROVADO
      *      D01 = CARTAO DESCONHECIDO    D02 = CARTAO BLOQUEADO
      *                                         (OU AINDA POR ATIVAR)
      *      D03 = CARTAO EXPIRADO        D04 = SALDO INSUFICIENTE
      *      D05 = CONTA INEXISTENTE      D06 = CONTA FECHADA/DORMENTE
      *      D07 = LIMITE DIARIO EXCEDIDO D08 = REFERENCIA REPETIDA
      *      D09 = CONTA NOUTRA MOEDA (OS MOVIMENTOS DE CARTAO SAO EM
      *            MOEDA NACIONAL)
      *
      *    O LIMITE DIARIO DE CADA CARTAO E O CARDS-DAILY-LIMIT OU,
      *    SE ESTIVER A ZERO, O LIMITE POR OMISSAO DA PRIMEIRA LINHA
      *    DE file/cardparm.txt (SEM FICHEIRO: 500,00). A SEGUNDA
      *    LINHA E O NUMERO DE DIAS AO FIM DOS QUAIS O CARDCLR DA
      *    POR EXPIRADA UMA AUTORIZACAO NUNCA LIQUIDADA.
      *
      *    NAO FAZ PARTE DO CICLO DE FIM-DE-DIA: CORRE AO LONGO DO
      *    DIA (jcl/cardauth.sh) SOBRE A DATA DE NEGOCIO ATUAL. O
      *    FICHEIRO DE PEDIDOS E ESVAZIADO NO FIM PARA O MESMO LOTE
      *    NUNCA SER AUTORIZADO DUAS VEZES.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHREQ ASSIGN 'file/card_auth_req.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTHREQ.
           SELECT AUTHRESP ASSIGN 'file/card_auth_resp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUTHRESP.
           SELECT CARDPARM ASSIGN 'file/cardparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARDPARM.
           SELECT AUTHLOG ASSIGN 'file/cardauth.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-REF
               FILE STATUS IS FS-AUTHLOG.
           SELECT CARDS ASSIGN 'file/cards.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARDS-NUMBER
               FILE STATUS IS FS-CARDS.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDS-KEY
               FILE STATUS IS FS-HOLDS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTHREQ.
       01 AUTHREQ-REC.
           05 AR-CARD                   PIC 9(16).
           05 AR-AMOUNT                 PIC 9(7)V99.
           05 AR-REF                    PIC X(20).
           05 AR-CHANNEL                PIC X(1).

       FD AUTHRESP.
       01 AUTHRESP-REC                  PIC X(70).

       FD CARDPARM.
       01 CARDPARM-REC                  PIC X(10).

       FD AUTHLOG.
           COPY 'CARDAUTH.cpy'.

       FD CARDS.
           COPY 'CARDS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD HOLDS.
           COPY 'HOLDS.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-YYYYMM             PIC 9(6).
       01 WS-DEFAULT-LIMIT              PIC 9(7)V99 VALUE 500.
       01 WS-CARD-LIMIT                 PIC 9(7)V99.
       01 WS-SPENT-TODAY                PIC 9(7)V99.
       01 WS-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-APPROVE-COUNT              PIC 9(9) VALUE 0.
       01 WS-APPROVE-TOTAL              PIC 9(11)V99 VALUE 0.
       01 WS-DECLINE-COUNT              PIC 9(9) VALUE 0.
       01 WS-RESP-CODE                  PIC X(3).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-NEXT-SEQ                   PIC 9(4).
       01 WS-RESP-LINE                  PIC X(70).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
       01 WS-HOLDS-END                  PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-AUTHREQ                    PIC X(2).
       01 FS-AUTHRESP                   PIC X(2).
       01 FS-CARDPARM                   PIC X(2).
       01 FS-AUTHLOG                    PIC X(2).
       01 FS-CARDS                      PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-HOLDS                      PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "CARDAUTH: inicio das autorizacoes de cartao"
      ******************************************************************
      *    AS AUTORIZACOES SAO DATADAS DA DATA DE NEGOCIO ATUAL (O
      *    DIA QUE O CICLO DE FIM-DE-DIA VAI FECHAR)
      ******************************************************************
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           DIVIDE WS-BUSDATE BY 100 GIVING WS-BUSDATE-YYYYMM

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF

           PERFORM READ-CARD-PARAMETER

           OPEN INPUT AUTHREQ
           IF FS-AUTHREQ = '35'
               DISPLAY "CARDAUTH: sem pedidos de autorizacao - nada a "
                       "fazer"
               STOP RUN
           END-IF
           IF FS-AUTHREQ NOT = '00'
               DISPLAY "Erro ao abrir file/card_auth_req.txt: "
                       FS-AUTHREQ
               STOP RUN
           END-IF

           OPEN OUTPUT AUTHRESP
           IF FS-AUTHRESP NOT = '00'
               DISPLAY "Erro ao abrir file/card_auth_resp.txt: "
                       FS-AUTHRESP
               STOP RUN
           END-IF

           OPEN I-O AUTHLOG
           IF FS-AUTHLOG = '35'
               OPEN OUTPUT AUTHLOG
               IF FS-AUTHLOG NOT = '00'
                   DISPLAY "Erro ao criar file/cardauth.txt: "
                           FS-AUTHLOG
                   STOP RUN
               END-IF
               CLOSE AUTHLOG
               OPEN I-O AUTHLOG
           END-IF
           IF FS-AUTHLOG NOT = '00'
               DISPLAY "Erro ao abrir file/cardauth.txt: " FS-AUTHLOG
               STOP RUN
           END-IF

           OPEN I-O CARDS
           IF FS-CARDS NOT = '00' AND FS-CARDS NOT = '35'
               DISPLAY "Erro ao abrir file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           PERFORM UNTIL END-FILE = 'S'
               READ AUTHREQ
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM AUTHORIZE-ONE-REQUEST
               END-READ
           END-PERFORM

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           IF FS-CARDS NOT = '35'
               CLOSE CARDS
           END-IF
           CLOSE AUTHLOG
           CLOSE AUTHRESP
           CLOSE AUTHREQ
      ******************************************************************
      *    CONSUMIR O FICHEIRO DE PEDIDOS: UM PEDIDO JA RESPONDIDO NAO
      *    PODE VOLTAR A CATIVAR FUNDOS
      ******************************************************************
           OPEN OUTPUT AUTHREQ
           IF FS-AUTHREQ NOT = '00'
               DISPLAY "Erro ao consumir file/card_auth_req.txt: "
                       FS-AUTHREQ
               STOP RUN
           END-IF
           CLOSE AUTHREQ

           DISPLAY "CARDAUTH: " WS-READ-COUNT " pedido(s) lido(s), "
                   WS-APPROVE-COUNT " aprovado(s), "
                   WS-DECLINE-COUNT " recusado(s)".

           STOP RUN.

      ******************************************************************
      *    LIMITE DIARIO POR OMISSAO (1A LINHA DE file/cardparm.txt).
      *    A 2A LINHA (DIAS ATE EXPIRAR) SO INTERESSA AO CARDCLR.
      ******************************************************************
       READ-CARD-PARAMETER.
           OPEN INPUT CARDPARM
           IF FS-CARDPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDPARM NOT = '00'
               DISPLAY "Erro ao abrir file/cardparm.txt: " FS-CARDPARM
               STOP RUN
           END-IF
           READ CARDPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CARDPARM-REC NOT = SPACES
                       MOVE FUNCTION NUMVAL (CARDPARM-REC)
                           TO WS-DEFAULT-LIMIT
                   END-IF
           END-READ
           CLOSE CARDPARM.

      ******************************************************************
      *    VALIDAR UM PEDIDO; O PRIMEIRO MOTIVO DE RECUSA E O QUE VAI
      *    NA RESPOSTA
      ******************************************************************
       AUTHORIZE-ONE-REQUEST.
           MOVE SPACES TO WS-RESP-CODE

           MOVE AR-REF TO CA-REF
           READ AUTHLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D08' TO WS-RESP-CODE
           END-READ

           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-CARD
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM READ-LINKED-ACCOUNT
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-DAILY-LIMIT
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-AVAILABLE-FUNDS
           END-IF

           IF WS-RESP-CODE = SPACES
               PERFORM APPROVE-REQUEST
               MOVE 'A00' TO WS-RESP-CODE
               ADD 1 TO WS-APPROVE-COUNT
               ADD AR-AMOUNT TO WS-APPROVE-TOTAL
           ELSE
               ADD 1 TO WS-DECLINE-COUNT
           END-IF

           PERFORM WRITE-RESPONSE.

      ******************************************************************
      *    O CARTAO TEM DE EXISTIR, NAO ESTAR BLOQUEADO NEM EXPIRADO
      ******************************************************************
       CHECK-CARD.
           IF FS-CARDS = '35'
               MOVE 'D01' TO WS-RESP-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE AR-CARD TO CARDS-NUMBER
           READ CARDS
               INVALID KEY
                   MOVE 'D01' TO WS-RESP-CODE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CARDS-STATUS = 'B'
                           MOVE 'D02' TO WS-RESP-CODE
                       WHEN CARDS-STATUS = 'P'
                           MOVE 'D02' TO WS-RESP-CODE
                       WHEN CARDS-STATUS = 'E'
                           MOVE 'D03' TO WS-RESP-CODE
                       WHEN CARDS-EXPIRY < WS-BUSDATE-YYYYMM
                           MOVE 'D03' TO WS-RESP-CODE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    A CONTA LIGADA AO CARTAO TEM DE EXISTIR, ESTAR ATIVA E SER EM
      *    MOEDA NACIONAL
      ******************************************************************
       READ-LINKED-ACCOUNT.
           IF FS-ACCOUNTS = '35'
               MOVE 'D05' TO WS-RESP-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CARDS-ID-USER TO ACCOUNTS-ID-USER
           MOVE CARDS-ID-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   MOVE 'D05' TO WS-RESP-CODE
               NOT INVALID KEY
                   IF ACCOUNTS-STATUS NOT = 'A'
                       MOVE 'D06' TO WS-RESP-CODE
                   ELSE
                       IF ACCOUNTS-CURRENCY NOT = SPACES
                          AND ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                           MOVE 'D09' TO WS-RESP-CODE
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    O ACUMULADO AUTORIZADO HOJE MAIS ESTE PEDIDO NAO PODE
      *    PASSAR O LIMITE DIARIO DO CARTAO. UM ACUMULADO DE OUTRO
      *    DIA JA NAO CONTA.
      ******************************************************************
       CHECK-DAILY-LIMIT.
           IF CARDS-DAILY-LIMIT = ZERO
               MOVE WS-DEFAULT-LIMIT TO WS-CARD-LIMIT
           ELSE
               MOVE CARDS-DAILY-LIMIT TO WS-CARD-LIMIT
           END-IF
           IF CARDS-AUTH-DATE = WS-BUSDATE
               MOVE CARDS-AUTH-TOTAL TO WS-SPENT-TODAY
           ELSE
               MOVE ZERO TO WS-SPENT-TODAY
           END-IF
           IF WS-SPENT-TODAY + AR-AMOUNT > WS-CARD-LIMIT
               MOVE 'D07' TO WS-RESP-CODE
           END-IF.

      ******************************************************************
      *    O PEDIDO RESPEITA O SALDO DISPONIVEL (SALDO MENOS
      *    CATIVACOES ATIVAS, MAIS O DESCOBERTO) COMO NO CARDCLR
      ******************************************************************
       CHECK-AVAILABLE-FUNDS.
           MOVE CARDS-ID-USER TO HA-ID-USER
           MOVE CARDS-ID-ACCOUNT TO HA-ID-ACCOUNT
           CALL 'HOLDAVL' USING HOLDAVL-PARM
           IF HA-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/holds.txt: " HA-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE = ACCOUNTS-AMOUNT - HA-HOLD-TOTAL
           IF AR-AMOUNT > WS-AVAILABLE + ACCOUNTS-OVERDRAFT
               MOVE 'D04' TO WS-RESP-CODE
           END-IF.

      ******************************************************************
      *    APROVAR: CATIVAR O VALOR NA CONTA, REGISTAR A AUTORIZACAO
      *    E ACUMULAR NO TOTAL DIARIO DO CARTAO
      ******************************************************************
       APPROVE-REQUEST.
           PERFORM PLACE-AUTH-HOLD

           MOVE AR-REF TO CA-REF
           MOVE AR-CARD TO CA-CARD
           MOVE CARDS-ID-USER TO CA-ID-USER
           MOVE CARDS-ID-ACCOUNT TO CA-ID-ACCOUNT
           MOVE WS-NEXT-SEQ TO CA-HOLD-SEQ
           MOVE AR-AMOUNT TO CA-AMOUNT
           MOVE WS-BUSDATE TO CA-DATE
           MOVE 'A' TO CA-STATUS
           MOVE ZERO TO CA-CLOSE-DATE
           WRITE CARDAUTH-REC
           IF FS-AUTHLOG NOT = '00'
               DISPLAY "Erro ao gravar em file/cardauth.txt: "
                       FS-AUTHLOG
               STOP RUN
           END-IF

           MOVE WS-BUSDATE TO CARDS-AUTH-DATE
           ADD AR-AMOUNT TO WS-SPENT-TODAY GIVING CARDS-AUTH-TOTAL
           REWRITE CARDS-REC
           IF FS-CARDS NOT = '00'
               DISPLAY "Erro ao gravar em file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF.

      ******************************************************************
      *    CATIVACAO NA PROXIMA SEQUENCIA LIVRE DA CONTA (COMO NO
      *    HOLDMNT). O FICHEIRO SO FICA ABERTO O TEMPO DA GRAVACAO
      *    PORQUE O HOLDAVL O ABRE POR SUA CONTA EM CADA PEDIDO.
      ******************************************************************
       PLACE-AUTH-HOLD.
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
           MOVE CARDS-ID-USER TO HOLDS-ID-USER
           MOVE CARDS-ID-ACCOUNT TO HOLDS-ID-ACCOUNT
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
                       IF HOLDS-ID-USER NOT = CARDS-ID-USER
                          OR HOLDS-ID-ACCOUNT NOT = CARDS-ID-ACCOUNT
                           MOVE 'S' TO WS-HOLDS-END
                       ELSE
                           MOVE HOLDS-SEQ TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ

           MOVE CARDS-ID-USER TO HOLDS-ID-USER
           MOVE CARDS-ID-ACCOUNT TO HOLDS-ID-ACCOUNT
           MOVE WS-NEXT-SEQ TO HOLDS-SEQ
           MOVE AR-AMOUNT TO HOLDS-AMOUNT
           MOVE 'AUTORIZACAO DE CARTAO' TO HOLDS-REASON
           MOVE ZERO TO HOLDS-PLACED-BY
           MOVE WS-BUSDATE TO HOLDS-DATE
           MOVE 'A' TO HOLDS-STATUS
           WRITE HOLDS-REC
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao gravar em file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF
           CLOSE HOLDS.

      ******************************************************************
      *    RESPOSTA AO PROCESSADOR: PEDIDO ORIGINAL + DECISAO + CODIGO
      ******************************************************************
       WRITE-RESPONSE.
           MOVE SPACES TO WS-RESP-LINE
           IF WS-RESP-CODE = 'A00'
               STRING AUTHREQ-REC DELIMITED SIZE
                      ' APROVADO ' DELIMITED SIZE
                      WS-RESP-CODE DELIMITED SIZE
                   INTO WS-RESP-LINE
           ELSE
               STRING AUTHREQ-REC DELIMITED SIZE
                      ' RECUSADO ' DELIMITED SIZE
                      WS-RESP-CODE DELIMITED SIZE
                   INTO WS-RESP-LINE
           END-IF
           MOVE WS-RESP-LINE TO AUTHRESP-REC
           WRITE AUTHRESP-REC
           IF FS-AUTHRESP NOT = '00'
               DISPLAY "Erro ao gravar em file/card_auth_resp.txt: "
                       FS-AUTHRESP
               STOP RUN
           END-IF.
