      *****************************************************************
      *    CONVERSAO UNICA DOS FICHEIROS MESTRES PARA OS LAYOUTS
      *    NOVOS. OS REGISTOS DE CLIENTE, CONTA E OPERADOR CRESCERAM
      *    (ESTADO DE VIDA E DILIGENCIA DEVIDA DO CLIENTE, BALCAO DE
      *    DOMICILIO E MOEDA DA CONTA, PALAVRA-PASSE/BALCAO DO
      *    OPERADOR, MOEDA DO LIVRO DO COFRE) E UM FICHEIRO
      *    INDEXADO DE COMPRIMENTO FIXO NAO ABRE COM UM FD MAIOR: ESTE
      *    JOB,
      *    NO ESPIRITO DA COPIA REGISTO A REGISTO DO BACKUPMF, LE
      *    CADA MESTRE NO LAYOUT ANTIGO E ESCREVE-O NO LAYOUT NOVO
      *    EM file/*_new.txt, COM OS CAMPOS NOVOS NOS VALORES DE
      *    ORIGEM:
      *      CLIENTES:   ESTADO 'A' (ATIVO), RISCO 'M' (MEDIO), SEM
      *                  REVISAO DE DILIGENCIA REGISTADA E A PROXIMA
      *                  A VENCER UM CICLO DE RISCO MEDIO DEPOIS DA
      *                  CONVERSAO (VER KYCCHK). UM MESTRE DE
      *                  CLIENTES JA COM ESTADO DE VIDA MAS AINDA SEM
      *                  DILIGENCIA E LIDO NO LAYOUT INTERMEDIO
      *      CONTAS:     BALCAO 0 (SEDE), MOEDA NACIONAL. UM MESTRE
      *                  DE CONTAS JA COM BALCAO MAS AINDA SEM MOEDA
      *                  E LIDO NO LAYOUT INTERMEDIO
      *      OPERADORES: SINTESE 0 (O SIGNON OBRIGA A DEFINIR A
      *                  PALAVRA-PASSE NA PRIMEIRA SESSAO), TROCA
      *                  OBRIGATORIA 'S', TENTATIVAS 0, BALCAO 0
      *      DEPOSITOS A PRAZO: INSTRUCAO DE VENCIMENTO 'P' (PAGAR
      *                  TUDO, COMO ATE AQUI), SEM DEPOSITO ANTERIOR
      *      CARTOES:    LIMITE DIARIO 0 (O DE file/cardparm.txt),
      *                  SEM AUTORIZACOES ACUMULADAS
      *      COFRE:      MOEDA NACIONAL
      *    O jcl/mstrconv.sh TROCA DEPOIS OS FICHEIROS NOVOS PELOS
      *    ANTIGOS, GUARDANDO CADA ANTIGO COMO .bak.
      *    DE CAMINHO GRAVA EM file/chkdparm.txt (SE AINDA NAO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDCLI-ID
               FILE STATUS IS FS-OLDCLIENTS.
           SELECT MIDCLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIDCLI-ID
               FILE STATUS IS FS-MIDCLIENTS.
           SELECT NEWCLIENTS ASSIGN 'file/clients_new.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDACC-KEY
               FILE STATUS IS FS-OLDACCOUNTS.
           SELECT MIDACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MIDACC-KEY
               FILE STATUS IS FS-MIDACCOUNTS.
           SELECT NEWACCOUNTS ASSIGN 'file/accounts_new.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS FS-NEWOPERATORS.
           SELECT OLDTERMDEP ASSIGN 'file/termdep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDTD-SEQ
               FILE STATUS IS FS-OLDTERMDEP.
           SELECT NEWTERMDEP ASSIGN 'file/termdep_new.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-SEQ
               FILE STATUS IS FS-NEWTERMDEP.
           SELECT OLDCARDS ASSIGN 'file/cards.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDCRD-NUMBER
               FILE STATUS IS FS-OLDCARDS.
           SELECT NEWCARDS ASSIGN 'file/cards_new.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARDS-NUMBER
               FILE STATUS IS FS-NEWCARDS.
           SELECT OLDVAULT ASSIGN 'file/vault.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDVLT-KEY
               FILE STATUS IS FS-OLDVAULT.
           SELECT NEWVAULT ASSIGN 'file/vault_new.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-KEY
               FILE STATUS IS FS-NEWVAULT.
           SELECT CHKDPARM ASSIGN 'file/chkdparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHKDPARM.
           05 OLDCLI-PHONE              PIC X(15).
           05 OLDCLI-ADDRESS            PIC X(40).

      *    LAYOUT INTERMEDIO DO CLIENTE: COM ESTADO DE VIDA, ANTERIOR
      *    A DILIGENCIA DEVIDA
       FD MIDCLIENTS.
       01 MIDCLI-REC.
           05 MIDCLI-ID                 PIC 9(6).
           05 MIDCLI-NAME               PIC X(30).
           05 MIDCLI-DOC-ID             PIC X(14).
           05 MIDCLI-PHONE              PIC X(15).
           05 MIDCLI-ADDRESS            PIC X(40).
           05 MIDCLI-STATUS             PIC X(1).

       FD NEWCLIENTS.
           COPY 'CLIENTS.cpy'.

           05 OLDACC-OVERDRAFT          PIC 9(5).
           05 OLDACC-STATUS             PIC X(1).

      *    LAYOUT INTERMEDIO DA CONTA: COM BALCAO DE DOMICILIO,
      *    ANTERIOR A MOEDA DA CONTA
       FD MIDACCOUNTS.
       01 MIDACC-REC.
           05 MIDACC-KEY.
               10 MIDACC-ID-USER        PIC 9(6).
               10 MIDACC-ID             PIC 9(6).
           05 MIDACC-AMOUNT             PIC S9(7)V99.
           05 MIDACC-TYPE               PIC X(1).
           05 MIDACC-OVERDRAFT          PIC 9(5).
           05 MIDACC-STATUS             PIC X(1).
           05 MIDACC-BRANCH             PIC 9(3).

       FD NEWACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD NEWOPERATORS.
           COPY 'OPERATOR.cpy'.

      *    LAYOUT ANTIGO DO DEPOSITO A PRAZO, ANTERIOR A INSTRUCAO
      *    DE VENCIMENTO
       FD OLDTERMDEP.
       01 OLDTD-REC.
           05 OLDTD-SEQ                 PIC 9(6).
           05 OLDTD-ID-USER             PIC 9(6).
           05 OLDTD-SETTLE-ACCOUNT      PIC 9(6).
           05 OLDTD-AMOUNT              PIC 9(7)V99.
           05 OLDTD-RATE                PIC 9V9999.
           05 OLDTD-OPEN-DATE           PIC 9(8).
           05 OLDTD-MATURITY-DATE       PIC 9(8).
           05 OLDTD-TERM-DAYS           PIC 9(5).
           05 OLDTD-STATUS              PIC X(1).

       FD NEWTERMDEP.
           COPY 'TERMDEP.cpy'.

      *    LAYOUT ANTIGO DO CARTAO, ANTERIOR AO LIMITE DIARIO
       FD OLDCARDS.
       01 OLDCRD-REC.
           05 OLDCRD-NUMBER             PIC 9(16).
           05 OLDCRD-ID-USER            PIC 9(6).
           05 OLDCRD-ID-ACCOUNT         PIC 9(6).
           05 OLDCRD-EXPIRY             PIC 9(6).
           05 OLDCRD-STATUS             PIC X(1).

       FD NEWCARDS.
           COPY 'CARDS.cpy'.

      *    LAYOUT ANTIGO DO LIVRO DO COFRE, ANTERIOR A MOEDA
       FD OLDVAULT.
       01 OLDVLT-REC.
           05 OLDVLT-KEY.
               10 OLDVLT-DATE           PIC 9(8).
               10 OLDVLT-SEQ            PIC 9(4).
           05 OLDVLT-TYPE               PIC X(1).
           05 OLDVLT-OPER               PIC 9(6).
           05 OLDVLT-AMOUNT             PIC 9(7)V99.
           05 OLDVLT-BY                 PIC 9(6).

       FD NEWVAULT.
           COPY 'VAULT.cpy'.

       FD CHKDPARM.
       01 CHKDPARM-REC                  PIC X(6).

       01 WS-CLIENT-COUNT               PIC 9(6) VALUE 0.
       01 WS-ACCOUNT-COUNT              PIC 9(6) VALUE 0.
       01 WS-OPER-COUNT                 PIC 9(6) VALUE 0.
       01 WS-TERMDEP-COUNT              PIC 9(6) VALUE 0.
       01 WS-CARD-COUNT                 PIC 9(6) VALUE 0.
       01 WS-VAULT-COUNT                PIC 9(6) VALUE 0.
      *    MOEDA NACIONAL, DADA PELO FXCONV
       01 WS-HOME-CURRENCY              PIC X(3).
      *    CORTE DO DIGITO DE CONTROLO: O ID MAIS ALTO DO LIVRO
      *    ANTIGO, ENTRE CLIENTES E CONTAS
       01 WS-MAX-LEGACY-ID              PIC 9(6) VALUE 0.
      *    PROXIMA REVISAO DE DILIGENCIA DOS CLIENTES CONVERTIDOS
       01 WS-KYC-NEXT                   PIC 9(8) VALUE 0.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-OLDCLIENTS                 PIC X(2).
       01 FS-MIDCLIENTS                 PIC X(2).
       01 FS-NEWCLIENTS                 PIC X(2).
       01 FS-OLDACCOUNTS                PIC X(2).
       01 FS-MIDACCOUNTS                PIC X(2).
       01 FS-NEWACCOUNTS                PIC X(2).
       01 FS-OLDOPERATORS               PIC X(2).
       01 FS-NEWOPERATORS               PIC X(2).
       01 FS-OLDTERMDEP                 PIC X(2).
       01 FS-NEWTERMDEP                 PIC X(2).
       01 FS-OLDCARDS                   PIC X(2).
       01 FS-NEWCARDS                   PIC X(2).
       01 FS-OLDVAULT                   PIC X(2).
       01 FS-NEWVAULT                   PIC X(2).
       01 FS-CHKDPARM                   PIC X(2).
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           DISPLAY "MSTRCONV: conversao dos mestres para os layouts "
                   "novos"

           PERFORM GET-HOME-CURRENCY
           PERFORM CONVERT-CLIENTS
           PERFORM CONVERT-ACCOUNTS
           PERFORM CONVERT-OPERATORS
           PERFORM CONVERT-TERMDEP
           PERFORM CONVERT-CARDS
           PERFORM CONVERT-VAULT
           PERFORM WRITE-CHKDIG-CUTOVER

           DISPLAY "MSTRCONV: " WS-CLIENT-COUNT " cliente(s), "
                   WS-ACCOUNT-COUNT " conta(s) e "
                   WS-OPER-COUNT " operador(es) convertido(s)."
           DISPLAY "MSTRCONV: " WS-TERMDEP-COUNT " deposito(s) a "
                   "prazo convertido(s)."
           DISPLAY "MSTRCONV: " WS-CARD-COUNT " cartao(oes) "
                   "convertido(s)."
           DISPLAY "MSTRCONV: " WS-VAULT-COUNT " lancamento(s) do "
                   "cofre convertido(s)."
           DISPLAY "MSTRCONV: trocar agora os ficheiros pelo "
                   "jcl/mstrconv.sh."

           STOP RUN.

      ******************************************************************
      *    MOEDA NACIONAL DAS CONTAS E DO COFRE CONVERTIDOS (TUDO O QUE
      *    EXISTIA ANTES DAS CONTAS EM MOEDA ESTRANGEIRA)
      ******************************************************************
       GET-HOME-CURRENCY.
           MOVE 'R' TO FC-FUNC
           MOVE FUNCTION CURRENT-DATE (1:8) TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ZERO TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           MOVE FC-HOME-CUR TO WS-HOME-CURRENCY.

      ******************************************************************
      *    CLIENTES: LAYOUT ANTIGO > NOVO, ESTADO DE VIDA 'A'; UM
      *    MESTRE QUE NAO ABRA NO LAYOUT ANTIGO PODE AINDA ESTAR NO
      *    INTERMEDIO (SO SEM A DILIGENCIA DEVIDA)
      ******************************************************************
       CONVERT-CLIENTS.
           PERFORM COMPUTE-KYC-NEXT
           OPEN INPUT OLDCLIENTS
           IF FS-OLDCLIENTS = '35'
               DISPLAY "MSTRCONV: file/clients.txt nao existe - nada "
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDCLIENTS = '39'
               PERFORM CONVERT-MID-CLIENTS
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDCLIENTS NOT = '00'
                       MOVE OLDCLI-PHONE TO CLIENTS-PHONE
                       MOVE OLDCLI-ADDRESS TO CLIENTS-ADDRESS
                       MOVE 'A' TO CLIENTS-STATUS
                       MOVE 'M' TO CLIENTS-RISK
                       MOVE ZERO TO CLIENTS-KYC-LAST
                       MOVE WS-KYC-NEXT TO CLIENTS-KYC-NEXT
                       WRITE CLIENTS-REC
                       IF FS-NEWCLIENTS NOT = '00'
                           DISPLAY "Erro ao gravar em "
           CLOSE OLDCLIENTS.

      ******************************************************************
      *    CLIENTES: LAYOUT INTERMEDIO > NOVO, O ESTADO DE VIDA PASSA
      *    COMO ESTA. OS IDS DESTE MESTRE JA PASSARAM PELO CORTE DO
      *    DIGITO DE CONTROLO NA PRIMEIRA CONVERSAO - NAO CONTAM PARA
      *    O WS-MAX-LEGACY-ID.
      ******************************************************************
       CONVERT-MID-CLIENTS.
           OPEN INPUT MIDCLIENTS
           IF FS-MIDCLIENTS = '39'
               DISPLAY "MSTRCONV: file/clients.txt ja esta no layout "
                       "novo - nada a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-MIDCLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients.txt: "
                       FS-MIDCLIENTS
               STOP RUN
           END-IF

           OPEN OUTPUT NEWCLIENTS
           IF FS-NEWCLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients_new.txt: "
                       FS-NEWCLIENTS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ MIDCLIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SPACES TO CLIENTS-REC
                       MOVE MIDCLI-ID TO CLIENTS-ID
                       MOVE MIDCLI-NAME TO CLIENTS-NAME
                       MOVE MIDCLI-DOC-ID TO CLIENTS-DOC-ID
                       MOVE MIDCLI-PHONE TO CLIENTS-PHONE
                       MOVE MIDCLI-ADDRESS TO CLIENTS-ADDRESS
                       MOVE MIDCLI-STATUS TO CLIENTS-STATUS
                       MOVE 'M' TO CLIENTS-RISK
                       MOVE ZERO TO CLIENTS-KYC-LAST
                       MOVE WS-KYC-NEXT TO CLIENTS-KYC-NEXT
                       WRITE CLIENTS-REC
                       IF FS-NEWCLIENTS NOT = '00'
                           DISPLAY "Erro ao gravar em "
                                   "file/clients_new.txt: "
                                   FS-NEWCLIENTS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLIENT-COUNT
               END-READ
           END-PERFORM

           CLOSE NEWCLIENTS
           CLOSE MIDCLIENTS.

      ******************************************************************
      *    PROXIMA REVISAO DOS CLIENTES CONVERTIDOS: UM CICLO DE RISCO
      *    MEDIO A CONTAR DA DATA DA CONVERSAO, PARA A CARTEIRA ANTIGA
      *    NAO VENCER TODA DE UMA VEZ NO PRIMEIRO DIA
      ******************************************************************
       COMPUTE-KYC-NEXT.
           MOVE 'N' TO KC-FUNC
           MOVE 'M' TO KC-RISK
           MOVE FUNCTION CURRENT-DATE (1:8) TO KC-LAST
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/kycparm.txt: " KC-STATUS
               STOP RUN
           END-IF
           MOVE KC-NEXT TO WS-KYC-NEXT.

      ******************************************************************
      *    CONTAS: LAYOUT ANTIGO > NOVO, BALCAO 0 (SEDE) E MOEDA
      *    NACIONAL; UM MESTRE QUE NAO ABRA NO LAYOUT ANTIGO PODE AINDA
      *    ESTAR NO INTERMEDIO (SO SEM A MOEDA)
      ******************************************************************
       CONVERT-ACCOUNTS.
           OPEN INPUT OLDACCOUNTS
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDACCOUNTS = '39'
               PERFORM CONVERT-MID-ACCOUNTS
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDACCOUNTS NOT = '00'
                       MOVE OLDACC-OVERDRAFT TO ACCOUNTS-OVERDRAFT
                       MOVE OLDACC-STATUS TO ACCOUNTS-STATUS
                       MOVE ZERO TO ACCOUNTS-BRANCH
                       MOVE WS-HOME-CURRENCY TO ACCOUNTS-CURRENCY
                       WRITE ACCOUNTS-REC
                       IF FS-NEWACCOUNTS NOT = '00'
                           DISPLAY "Erro ao gravar em "
           CLOSE NEWACCOUNTS
           CLOSE OLDACCOUNTS.

      ******************************************************************
      *    CONTAS: LAYOUT INTERMEDIO > NOVO, O BALCAO PASSA COMO ESTA
      *    E A MOEDA E A NACIONAL. COMO NOS CLIENTES, OS IDS DESTE
      *    MESTRE NAO CONTAM PARA O WS-MAX-LEGACY-ID.
      ******************************************************************
       CONVERT-MID-ACCOUNTS.
           OPEN INPUT MIDACCOUNTS
           IF FS-MIDACCOUNTS = '39'
               DISPLAY "MSTRCONV: file/accounts.txt ja esta no "
                       "layout novo - nada a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-MIDACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: "
                       FS-MIDACCOUNTS
               STOP RUN
           END-IF

           OPEN OUTPUT NEWACCOUNTS
           IF FS-NEWACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts_new.txt: "
                       FS-NEWACCOUNTS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ MIDACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SPACES TO ACCOUNTS-REC
                       MOVE MIDACC-ID-USER TO ACCOUNTS-ID-USER
                       MOVE MIDACC-ID TO ACCOUNTS-ID
                       MOVE MIDACC-AMOUNT TO ACCOUNTS-AMOUNT
                       MOVE MIDACC-TYPE TO ACCOUNTS-TYPE
                       MOVE MIDACC-OVERDRAFT TO ACCOUNTS-OVERDRAFT
                       MOVE MIDACC-STATUS TO ACCOUNTS-STATUS
                       MOVE MIDACC-BRANCH TO ACCOUNTS-BRANCH
                       MOVE WS-HOME-CURRENCY TO ACCOUNTS-CURRENCY
                       WRITE ACCOUNTS-REC
                       IF FS-NEWACCOUNTS NOT = '00'
                           DISPLAY "Erro ao gravar em "
                                   "file/accounts_new.txt: "
                                   FS-NEWACCOUNTS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACCOUNT-COUNT
               END-READ
           END-PERFORM

           CLOSE NEWACCOUNTS
           CLOSE MIDACCOUNTS.

      ******************************************************************
      *    OPERADORES: LAYOUT ANTIGO > NOVO; SEM SINTESE GRAVADA O
      *    SIGNON OBRIGA CADA UM A DEFINIR A PALAVRA-PASSE NA
           CLOSE NEWOPERATORS
           CLOSE OLDOPERATORS.

      ******************************************************************
      *    DEPOSITOS A PRAZO: LAYOUT ANTIGO > NOVO, INSTRUCAO DE
      *    VENCIMENTO 'P' (O PAGAMENTO INTEGRAL QUE O TDMATURE SEMPRE
      *    FEZ) E SEM DEPOSITO ANTERIOR
      ******************************************************************
       CONVERT-TERMDEP.
           OPEN INPUT OLDTERMDEP
           IF FS-OLDTERMDEP = '35'
               DISPLAY "MSTRCONV: file/termdep.txt nao existe - nada "
                       "a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDTERMDEP = '39'
               DISPLAY "MSTRCONV: file/termdep.txt ja esta no layout "
                       "novo - nada a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDTERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep.txt: "
                       FS-OLDTERMDEP
               STOP RUN
           END-IF

           OPEN OUTPUT NEWTERMDEP
           IF FS-NEWTERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep_new.txt: "
                       FS-NEWTERMDEP
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ OLDTERMDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SPACES TO TERMDEP-REC
                       MOVE OLDTD-SEQ TO TD-SEQ
                       MOVE OLDTD-ID-USER TO TD-ID-USER
                       MOVE OLDTD-SETTLE-ACCOUNT TO TD-SETTLE-ACCOUNT
                       MOVE OLDTD-AMOUNT TO TD-AMOUNT
                       MOVE OLDTD-RATE TO TD-RATE
                       MOVE OLDTD-OPEN-DATE TO TD-OPEN-DATE
                       MOVE OLDTD-MATURITY-DATE TO TD-MATURITY-DATE
                       MOVE OLDTD-TERM-DAYS TO TD-TERM-DAYS
                       MOVE OLDTD-STATUS TO TD-STATUS
                       MOVE 'P' TO TD-MAT-INSTR
                       MOVE ZERO TO TD-PREV-SEQ
                       WRITE TERMDEP-REC
                       IF FS-NEWTERMDEP NOT = '00'
                           DISPLAY "Erro ao gravar em "
                                   "file/termdep_new.txt: "
                                   FS-NEWTERMDEP
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TERMDEP-COUNT
               END-READ
           END-PERFORM

           CLOSE NEWTERMDEP
           CLOSE OLDTERMDEP.

      ******************************************************************
      *    CARTOES: LAYOUT ANTIGO > NOVO, LIMITE DIARIO POR OMISSAO
      ******************************************************************
       CONVERT-CARDS.
           OPEN INPUT OLDCARDS
           IF FS-OLDCARDS = '35'
               DISPLAY "MSTRCONV: file/cards.txt nao existe - nada "
                       "a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDCARDS = '39'
               DISPLAY "MSTRCONV: file/cards.txt ja esta no layout "
                       "novo - nada a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDCARDS NOT = '00'
               DISPLAY "Erro ao abrir file/cards.txt: "
                       FS-OLDCARDS
               STOP RUN
           END-IF

           OPEN OUTPUT NEWCARDS
           IF FS-NEWCARDS NOT = '00'
               DISPLAY "Erro ao abrir file/cards_new.txt: "
                       FS-NEWCARDS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ OLDCARDS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SPACES TO CARDS-REC
                       MOVE OLDCRD-NUMBER TO CARDS-NUMBER
                       MOVE OLDCRD-ID-USER TO CARDS-ID-USER
                       MOVE OLDCRD-ID-ACCOUNT TO CARDS-ID-ACCOUNT
                       MOVE OLDCRD-EXPIRY TO CARDS-EXPIRY
                       MOVE OLDCRD-STATUS TO CARDS-STATUS
                       MOVE ZERO TO CARDS-DAILY-LIMIT
                       MOVE ZERO TO CARDS-AUTH-DATE
                       MOVE ZERO TO CARDS-AUTH-TOTAL
                       WRITE CARDS-REC
                       IF FS-NEWCARDS NOT = '00'
                           DISPLAY "Erro ao gravar em "
                                   "file/cards_new.txt: "
                                   FS-NEWCARDS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CARD-COUNT
               END-READ
           END-PERFORM

           CLOSE NEWCARDS
           CLOSE OLDCARDS.

      ******************************************************************
      *    COFRE: LAYOUT ANTIGO > NOVO, TUDO EM MOEDA NACIONAL
      ******************************************************************
       CONVERT-VAULT.
           OPEN INPUT OLDVAULT
           IF FS-OLDVAULT = '35'
               DISPLAY "MSTRCONV: file/vault.txt nao existe - nada "
                       "a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDVAULT = '39'
               DISPLAY "MSTRCONV: file/vault.txt ja esta no layout "
                       "novo - nada a converter."
               EXIT PARAGRAPH
           END-IF
           IF FS-OLDVAULT NOT = '00'
               DISPLAY "Erro ao abrir file/vault.txt: "
                       FS-OLDVAULT
               STOP RUN
           END-IF

           OPEN OUTPUT NEWVAULT
           IF FS-NEWVAULT NOT = '00'
               DISPLAY "Erro ao abrir file/vault_new.txt: "
                       FS-NEWVAULT
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ OLDVAULT NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SPACES TO VAULT-REC
                       MOVE OLDVLT-DATE TO VAULT-DATE
                       MOVE OLDVLT-SEQ TO VAULT-SEQ
                       MOVE OLDVLT-TYPE TO VAULT-TYPE
                       MOVE OLDVLT-OPER TO VAULT-OPER
                       MOVE OLDVLT-AMOUNT TO VAULT-AMOUNT
                       MOVE OLDVLT-BY TO VAULT-BY
                       MOVE WS-HOME-CURRENCY TO VAULT-CURRENCY
                       WRITE VAULT-REC
                       IF FS-NEWVAULT NOT = '00'
                           DISPLAY "Erro ao gravar em "
                                   "file/vault_new.txt: "
                                   FS-NEWVAULT
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-VAULT-COUNT
               END-READ
           END-PERFORM

           CLOSE NEWVAULT
           CLOSE OLDVAULT.

      ******************************************************************
      *    GRAVAR O CORTE DO DIGITO DE CONTROLO (SO SE AINDA NAO
      *    EXISTIR: NUM RERUN DEPOIS DE JA HAVER IDS NOVOS, RECALCULAR
