       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIINQ.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    CONSULTA GLOBAL DO CLIENTE (SO LEITURA): A PARTIR DE UM
      *    CLIENTS-ID (DIGITO DE CONTROLO VALIDADO PELO CHKDIG) MOSTRA
      *    NUM SO ECRA TUDO O QUE O CLIENTE TEM CONNOSCO - CABECALHO
      *    DO CLIENTE, CONTAS PROPRIAS E EM CO-TITULARIDADE COM SALDO
      *    CONTABILISTICO E DISPONIVEL (HOLDAVL), DEPOSITOS A PRAZO
      *    ABERTOS, EMPRESTIMOS ATIVOS COM ATRASOS, CARTOES, CATIVACOES
      *    ATIVAS, ORDENS PERMANENTES, VARRIMENTOS, BENEFICIARIOS E
      *    ORDENS DE NAO PAGAMENTO ATIVAS. NENHUM FICHEIRO E ABERTO
      *    EM ESCRITA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
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
           SELECT TERMDEP ASSIGN 'file/termdep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-SEQ
               FILE STATUS IS FS-TERMDEP.
           SELECT LOANS ASSIGN 'file/loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-SEQ
               FILE STATUS IS FS-LOANS.
           SELECT CARDS ASSIGN 'file/cards.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARDS-NUMBER
               FILE STATUS IS FS-CARDS.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDS-KEY
               FILE STATUS IS FS-HOLDS.
           SELECT STORD ASSIGN 'file/stord.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STORD-SEQ
               FILE STATUS IS FS-STORD.
           SELECT SWEEPS ASSIGN 'file/sweeps.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SWEEP-SEQ
               FILE STATUS IS FS-SWEEPS.
           SELECT BENEF ASSIGN 'file/benef.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENEF-KEY
               FILE STATUS IS FS-BENEF.
           SELECT CHQSTOP ASSIGN 'file/chqstop.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQSTOP-KEY
               FILE STATUS IS FS-CHQSTOP.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD COOWNERS.
           COPY 'COOWNERS.cpy'.

       FD TERMDEP.
           COPY 'TERMDEP.cpy'.

       FD LOANS.
           COPY 'LOANS.cpy'.

       FD CARDS.
           COPY 'CARDS.cpy'.

       FD HOLDS.
           COPY 'HOLDS.cpy'.

       FD STORD.
           COPY 'STORDERS.cpy'.

       FD SWEEPS.
           COPY 'SWEEPS.cpy'.

       FD BENEF.
           COPY 'BENEF.cpy'.

       FD CHQSTOP.
           COPY 'CHQSTOP.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-SEARCH-ID                  PIC 9(6).
       01 WS-CLIENT-FOUND               PIC X(1).
       01 WS-ITEM-COUNT                 PIC 9(5).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-CURRENCY                   PIC X(3).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-COOWNERS                   PIC X(2).
       01 FS-TERMDEP                    PIC X(2).
       01 FS-LOANS                      PIC X(2).
       01 FS-CARDS                      PIC X(2).
       01 FS-HOLDS                      PIC X(2).
       01 FS-STORD                      PIC X(2).
       01 FS-SWEEPS                     PIC X(2).
       01 FS-BENEF                      PIC X(2).
       01 FS-CHQSTOP                    PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-AVAIL-EDIT                 PIC -9(9),99.
       01 WS-HOLD-EDIT                  PIC -9(9),99.
       01 WS-BALANCE-EDIT               PIC -9(9),99.
       01 WS-ARREARS-EDIT               PIC -9(9),99.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.
      *    SESSAO DO OPERADOR AUTENTICADO PELO SIGNON
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.

           DISPLAY "Qual o ID do cliente a consultar?"
           ACCEPT WS-SEARCH-ID
      ******************************************************************
      *    UM ID MAL TECLADO NAO PODE MOSTRAR A POSICAO DE OUTRO
      *    CLIENTE AO TELEFONE
      ******************************************************************
           MOVE 'V' TO CD-FUNC
           MOVE WS-SEARCH-ID TO CD-ID
           CALL 'CHKDIG' USING CHKDIG-PARM
           IF CD-VALID NOT = 'S'
               DISPLAY "Numero de cliente invalido (digito de "
                       "controlo)!"
               EXIT PROGRAM
           END-IF

           PERFORM SHOW-CLIENT-HEADER
           IF WS-CLIENT-FOUND NOT = 'S'
               EXIT PROGRAM
           END-IF

           PERFORM SHOW-ACCOUNTS
           PERFORM SHOW-TERM-DEPOSITS
           PERFORM SHOW-LOANS
           PERFORM SHOW-CARDS
           PERFORM SHOW-HOLDS
           PERFORM SHOW-STANDING-ORDERS
           PERFORM SHOW-SWEEPS
           PERFORM SHOW-BENEFICIARIES
           PERFORM SHOW-STOP-PAYMENTS

           DISPLAY '**********************'
           DISPLAY 'Fim da consulta do cliente ' WS-SEARCH-ID.

           EXIT PROGRAM.

      ******************************************************************
      *    CABECALHO: NOME, DOCUMENTO E ESTADO DE VIDA DO CLIENTE
      ******************************************************************
       SHOW-CLIENT-HEADER.
           MOVE 'N' TO WS-CLIENT-FOUND
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '35'
               DISPLAY "Ainda nao ha clientes registados."
               EXIT PARAGRAPH
           END-IF
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF

           MOVE WS-SEARCH-ID TO CLIENTS-ID
           READ CLIENTS
               INVALID KEY
                   DISPLAY "Cliente nao encontrado!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENT-FOUND
                   DISPLAY '**********************'
                   DISPLAY 'Client ID: ' CLIENTS-ID
                   DISPLAY 'Client Name: ' CLIENTS-NAME
                   DISPLAY 'Document ID: ' CLIENTS-DOC-ID
                   DISPLAY 'Client Status: ' CLIENTS-STATUS
           END-READ
           CLOSE CLIENTS.

      ******************************************************************
      *    CONTAS PROPRIAS (CONTIGUAS NA CHAVE DONO+CONTA) E CONTAS EM
      *    CO-TITULARIDADE (CONTIGUAS EM file/coowners.txt), COMO NO
      *    VIEWACCO
      ******************************************************************
       SHOW-ACCOUNTS.
           DISPLAY '**********************'
           DISPLAY 'CONTAS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "  (nenhuma)"
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           DISPLAY "DONO   CONTA  T E MOE SALDO        DISPONIVEL     "
                   "CATIVADO"
           MOVE 'N' TO END-FILE
           MOVE WS-SEARCH-ID TO ACCOUNTS-ID-USER
           MOVE ZERO TO ACCOUNTS-ID
           START ACCOUNTS KEY IS >= ACCOUNTS-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-ACCOUNTS NOT = '00'
                           DISPLAY "Erro ao ler file/accounts.txt: "
                                   FS-ACCOUNTS
                           STOP RUN
                       END-IF
                       IF ACCOUNTS-ID-USER NOT = WS-SEARCH-ID
                           MOVE 'S' TO END-FILE
                       ELSE
                           PERFORM SHOW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SHOW-COOWNED-ACCOUNTS

           CLOSE ACCOUNTS
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhuma)"
           END-IF.

       SHOW-COOWNED-ACCOUNTS.
           OPEN INPUT COOWNERS
           IF FS-COOWNERS = '35'
      *        AINDA NAO HA CO-TITULARES REGISTADOS
               EXIT PARAGRAPH
           END-IF
           IF FS-COOWNERS NOT = '00'
               DISPLAY "Erro ao abrir file/coowners.txt: " FS-COOWNERS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           MOVE WS-SEARCH-ID TO COOWNERS-CO-ID
           MOVE ZERO TO COOWNERS-ID-USER
           MOVE ZERO TO COOWNERS-ID
           START COOWNERS KEY IS >= COOWNERS-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ COOWNERS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF COOWNERS-CO-ID NOT = WS-SEARCH-ID
                           MOVE 'S' TO END-FILE
                       ELSE
                           MOVE COOWNERS-ID-USER TO ACCOUNTS-ID-USER
                           MOVE COOWNERS-ID TO ACCOUNTS-ID
                           READ ACCOUNTS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM SHOW-ONE-ACCOUNT
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COOWNERS.

      ******************************************************************
      *    UMA LINHA POR CONTA: SALDO DISPONIVEL = SALDO MENOS
      *    CATIVACOES ATIVAS, NA MOEDA DA CONTA (EM BRANCO = A
      *    NACIONAL). AS CONTAS FECHADAS NAO SE MOSTRAM.
      ******************************************************************
       SHOW-ONE-ACCOUNT.
           IF ACCOUNTS-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNTS-ID-USER TO HA-ID-USER
           MOVE ACCOUNTS-ID TO HA-ID-ACCOUNT
           CALL 'HOLDAVL' USING HOLDAVL-PARM
           IF HA-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/holds.txt: " HA-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE = ACCOUNTS-AMOUNT - HA-HOLD-TOTAL

           MOVE ACCOUNTS-CURRENCY TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE 'R' TO FC-FUNC
               MOVE ZERO TO FC-DATE
               MOVE SPACES TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro nos cambios: " FC-STATUS
                   STOP RUN
               END-IF
               MOVE FC-HOME-CUR TO WS-CURRENCY
           END-IF

           ADD 1 TO WS-ITEM-COUNT
           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AVAILABLE TO WS-AVAIL-EDIT
           MOVE HA-HOLD-TOTAL TO WS-HOLD-EDIT
           DISPLAY ACCOUNTS-ID-USER ' '
                   ACCOUNTS-ID ' '
                   ACCOUNTS-TYPE ' '
                   ACCOUNTS-STATUS ' '
                   WS-CURRENCY ' '
                   WS-AMOUNT-EDIT ' '
                   WS-AVAIL-EDIT ' '
                   WS-HOLD-EDIT.

      ******************************************************************
      *    DEPOSITOS A PRAZO ABERTOS (TD-STATUS 'A')
      ******************************************************************
       SHOW-TERM-DEPOSITS.
           DISPLAY '**********************'
           DISPLAY 'DEPOSITOS A PRAZO ABERTOS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT TERMDEP
           IF FS-TERMDEP = '35'
               DISPLAY "  (nenhum)"
               EXIT PARAGRAPH
           END-IF
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep.txt: " FS-TERMDEP
               STOP RUN
           END-IF

           DISPLAY "DEP.   CONTA  MONTANTE    TAXA   ABERTURA "
                   "VENCIMENTO"
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TERMDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-TERMDEP NOT = '00'
                           DISPLAY "Erro ao ler file/termdep.txt: "
                                   FS-TERMDEP
                           STOP RUN
                       END-IF
                       IF TD-ID-USER = WS-SEARCH-ID
                          AND TD-STATUS = 'A'
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE TD-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY TD-SEQ ' '
                                   TD-SETTLE-ACCOUNT ' '
                                   WS-AMOUNT-EDIT ' '
                                   TD-RATE ' '
                                   TD-OPEN-DATE ' '
                                   TD-MATURITY-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERMDEP
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhum)"
           END-IF.

      ******************************************************************
      *    EMPRESTIMOS ATIVOS (LOAN-STATUS 'A') COM O ATRASO EM DIVIDA
      ******************************************************************
       SHOW-LOANS.
           DISPLAY '**********************'
           DISPLAY 'EMPRESTIMOS ATIVOS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT LOANS
           IF FS-LOANS = '35'
               DISPLAY "  (nenhum)"
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANS NOT = '00'
               DISPLAY "Erro ao abrir file/loans.txt: " FS-LOANS
               STOP RUN
           END-IF

           DISPLAY "EMPR.  CONTA  CAPITAL EM DIVIDA PREST.EM ATRASO "
                   "VALOR EM ATRASO"
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ LOANS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-LOANS NOT = '00'
                           DISPLAY "Erro ao ler file/loans.txt: "
                                   FS-LOANS
                           STOP RUN
                       END-IF
                       IF LOAN-ID-USER = WS-SEARCH-ID
                          AND LOAN-STATUS = 'A'
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE LOAN-BALANCE TO WS-BALANCE-EDIT
                           MOVE LOAN-ARREARS-AMOUNT TO WS-ARREARS-EDIT
                           DISPLAY LOAN-SEQ ' '
                                   LOAN-ACCOUNT ' '
                                   WS-BALANCE-EDIT '      '
                                   LOAN-ARREARS-COUNT '         '
                                   WS-ARREARS-EDIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOANS
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhum)"
           END-IF.

      ******************************************************************
      *    CARTOES DO CLIENTE, COM VALIDADE E ESTADO
      ******************************************************************
       SHOW-CARDS.
           DISPLAY '**********************'
           DISPLAY 'CARTOES'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT CARDS
           IF FS-CARDS = '35'
               DISPLAY "  (nenhum)"
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDS NOT = '00'
               DISPLAY "Erro ao abrir file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF

           DISPLAY "CARTAO            CONTA  VALIDADE ESTADO"
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ CARDS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-CARDS NOT = '00'
                           DISPLAY "Erro ao ler file/cards.txt: "
                                   FS-CARDS
                           STOP RUN
                       END-IF
                       IF CARDS-ID-USER = WS-SEARCH-ID
                           ADD 1 TO WS-ITEM-COUNT
                           DISPLAY CARDS-NUMBER ' '
                                   CARDS-ID-ACCOUNT ' '
                                   CARDS-EXPIRY '   '
                                   CARDS-STATUS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARDS
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhum)"
           END-IF.

      ******************************************************************
      *    CATIVACOES ATIVAS NAS CONTAS DO CLIENTE (CONTIGUAS NA CHAVE
      *    DONO+CONTA+SEQUENCIA)
      ******************************************************************
       SHOW-HOLDS.
           DISPLAY '**********************'
           DISPLAY 'CATIVACOES ATIVAS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT HOLDS
           IF FS-HOLDS = '35'
               DISPLAY "  (nenhuma)"
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao abrir file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF

           DISPLAY "CONTA  SEQ  VALOR       DATA     MOTIVO"
           MOVE 'N' TO END-FILE
           MOVE WS-SEARCH-ID TO HOLDS-ID-USER
           MOVE ZERO TO HOLDS-ID-ACCOUNT
           MOVE ZERO TO HOLDS-SEQ
           START HOLDS KEY IS >= HOLDS-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ HOLDS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF HOLDS-ID-USER NOT = WS-SEARCH-ID
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF HOLDS-STATUS = 'A'
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE HOLDS-AMOUNT TO WS-AMOUNT-EDIT
                               DISPLAY HOLDS-ID-ACCOUNT ' '
                                       HOLDS-SEQ ' '
                                       WS-AMOUNT-EDIT ' '
                                       HOLDS-DATE ' '
                                       HOLDS-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HOLDS
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhuma)"
           END-IF.

      ******************************************************************
      *    ORDENS PERMANENTES ATIVAS. A CHAVE E A SEQUENCIA, PELO QUE
      *    SE PERCORRE O FICHEIRO INTEIRO FILTRANDO PELO DONO.
      ******************************************************************
       SHOW-STANDING-ORDERS.
           DISPLAY '**********************'
           DISPLAY 'ORDENS PERMANENTES ATIVAS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT STORD
           IF FS-STORD = '35'
               DISPLAY "  (nenhuma)"
               EXIT PARAGRAPH
           END-IF
           IF FS-STORD NOT = '00'
               DISPLAY "Erro ao abrir file/stord.txt: " FS-STORD
               STOP RUN
           END-IF

           DISPLAY "ORDEM  ORIGEM DESTINO VALOR       DIA"
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ STORD NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-STORD NOT = '00'
                           DISPLAY "Erro ao ler file/stord.txt: "
                                   FS-STORD
                           STOP RUN
                       END-IF
                       IF STORD-ID-USER = WS-SEARCH-ID
                          AND STORD-ACTIVE = 'S'
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE STORD-AMOUNT TO WS-AMOUNT-EDIT
                           DISPLAY STORD-SEQ ' '
                                   STORD-SRC-ACCOUNT ' '
                                   STORD-DST-ACCOUNT '  '
                                   WS-AMOUNT-EDIT ' '
                                   STORD-DAY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STORD
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhuma)"
           END-IF.

      ******************************************************************
      *    INSTRUCOES DE VARRIMENTO ATIVAS
      ******************************************************************
       SHOW-SWEEPS.
           DISPLAY '**********************'
           DISPLAY 'VARRIMENTOS ATIVOS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT SWEEPS
           IF FS-SWEEPS = '35'
               DISPLAY "  (nenhum)"
               EXIT PARAGRAPH
           END-IF
           IF FS-SWEEPS NOT = '00'
               DISPLAY "Erro ao abrir file/sweeps.txt: " FS-SWEEPS
               STOP RUN
           END-IF

           DISPLAY "SEQ    CONTA  PARCEIRA ALVO        DIRECAO"
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SWEEPS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-SWEEPS NOT = '00'
                           DISPLAY "Erro ao ler file/sweeps.txt: "
                                   FS-SWEEPS
                           STOP RUN
                       END-IF
                       IF SWEEP-ID-USER = WS-SEARCH-ID
                          AND SWEEP-ACTIVE = 'S'
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE SWEEP-TARGET TO WS-AMOUNT-EDIT
                           DISPLAY SWEEP-SEQ ' '
                                   SWEEP-ACCOUNT ' '
                                   SWEEP-PARTNER '   '
                                   WS-AMOUNT-EDIT ' '
                                   SWEEP-DIR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SWEEPS
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhum)"
           END-IF.

      ******************************************************************
      *    BENEFICIARIOS ATIVOS (CONTIGUOS NA CHAVE DONO+SEQUENCIA)
      ******************************************************************
       SHOW-BENEFICIARIES.
           DISPLAY '**********************'
           DISPLAY 'BENEFICIARIOS ATIVOS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT BENEF
           IF FS-BENEF = '35'
               DISPLAY "  (nenhum)"
               EXIT PARAGRAPH
           END-IF
           IF FS-BENEF NOT = '00'
               DISPLAY "Erro ao abrir file/benef.txt: " FS-BENEF
               STOP RUN
           END-IF

           DISPLAY "SEQ   NOME                           BANCO"
                   "    CONTA EXTERNA"
           MOVE 'N' TO END-FILE
           MOVE WS-SEARCH-ID TO BENEF-ID-USER
           MOVE ZERO TO BENEF-SEQ
           START BENEF KEY IS >= BENEF-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ BENEF NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF BENEF-ID-USER NOT = WS-SEARCH-ID
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF BENEF-ACTIVE = 'S'
                               ADD 1 TO WS-ITEM-COUNT
                               DISPLAY BENEF-SEQ '  '
                                       BENEF-NAME ' '
                                       BENEF-BANK-CODE ' '
                                       BENEF-EXT-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BENEF
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhum)"
           END-IF.

      ******************************************************************
      *    ORDENS DE NAO PAGAMENTO DE CHEQUES ATIVAS
      ******************************************************************
       SHOW-STOP-PAYMENTS.
           DISPLAY '**********************'
           DISPLAY 'ORDENS DE NAO PAGAMENTO ATIVAS'
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT CHQSTOP
           IF FS-CHQSTOP = '35'
               DISPLAY "  (nenhuma)"
               EXIT PARAGRAPH
           END-IF
           IF FS-CHQSTOP NOT = '00'
               DISPLAY "Erro ao abrir file/chqstop.txt: " FS-CHQSTOP
               STOP RUN
           END-IF

           DISPLAY "CONTA  CHEQUE    DATA"
           MOVE 'N' TO END-FILE
           MOVE WS-SEARCH-ID TO CHQSTOP-ID-USER
           MOVE ZERO TO CHQSTOP-ID-ACCOUNT
           MOVE ZERO TO CHQSTOP-CHEQUE-NO
           START CHQSTOP KEY IS >= CHQSTOP-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ CHQSTOP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF CHQSTOP-ID-USER NOT = WS-SEARCH-ID
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF CHQSTOP-STATUS = 'A'
                               ADD 1 TO WS-ITEM-COUNT
                               DISPLAY CHQSTOP-ID-ACCOUNT ' '
                                       CHQSTOP-CHEQUE-NO '  '
                                       CHQSTOP-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CHQSTOP
           IF WS-ITEM-COUNT = ZERO
               DISPLAY "  (nenhuma)"
           END-IF.
