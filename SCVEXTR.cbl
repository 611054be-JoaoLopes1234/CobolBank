       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCVEXTR.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    VISAO UNICA DO DEPOSITANTE PARA O FUNDO DE GARANTIA DE
      *    DEPOSITOS. CORRE A PEDIDO (jcl/scvextr.sh) E AGREGA POR
      *    DEPOSITANTE:
      *      - O SALDO CREDOR DE CADA CONTA NAO FECHADA (UM SALDO
      *        NEGATIVO CONTA ZERO - NADA E ABATIDO A POSICAO)
      *      - O CAPITAL DOS DEPOSITOS A PRAZO ATIVOS MAIS OS JUROS
      *        CORRIDOS ATE A DATA DE NEGOCIO
      *    UMA CONTA COM CO-TITULARES (file/coowners.txt) E REPARTIDA
      *    EM PARTES IGUAIS PELO DONO E POR CADA CO-TITULAR; O RESTO
      *    DO ARREDONDAMENTO FICA NO DONO. A POSICAO DE CADA
      *    DEPOSITANTE E COBERTA ATE AO LIMITE DE file/scvparm.txt
      *    (SEM FICHEIRO, 100000,00) E O EXCESSO FICA DESCOBERTO.
      *    O LIMITE E EM MOEDA NACIONAL: AS CONTAS EM MOEDA
      *    ESTRANGEIRA (E OS DEPOSITOS A PRAZO, NA MOEDA DA CONTA DE
      *    LIQUIDACAO) CONTAM PELO CONTRAVALOR AO CAMBIO MEDIO DA
      *    DATA DE NEGOCIO (FXCONV); SEM CAMBIO EM VIGOR CONTAM ZERO
      *    E O FIM DA EXECUCAO AVISA.
      *    SAIDAS:
      *      - file/scv_AAAAMMDD.txt - FICHEIRO PARA O FUNDO
      *      - file/scv_report_AAAAMMDD.txt - RESUMO POR BALCAO E
      *        LISTA DE EXCECOES (DEPOSITANTE SEM DOCUMENTO, CLIENTE
      *        NAO ATIVO OU INEXISTENTE), CATALOGADO NO SPOOL
      *    O BALCAO DO DEPOSITANTE E O DA PRIMEIRA CONTA QUE LHE E
      *    ATRIBUIDA (OU O DA CONTA DE LIQUIDACAO DO DEPOSITO A PRAZO).
      *    OS TOTAIS SAO ACUMULADOS NO FICHEIRO DE TRABALHO
      *    file/scv_work.txt, REFEITO EM CADA EXECUCAO.
      *
      *    LAYOUT DE file/scv_AAAAMMDD.txt (POSICOES FIXAS):
      *      'H' DATA(8) LIMITE(11,2)
      *      'D' CLIENTE(6) DOCUMENTO(14) NOME(30) BALCAO(3)
      *          ESTADO(1) CONTAS(11,2) PRAZO(11,2) TOTAL(11,2)
      *          COBERTO(11,2) DESCOBERTO(11,2) EXCECAO(1 - 'S'/'N')
      *      'T' DATA(8) CONTAGEM(9) TOTAL(13,2) COBERTO(13,2)
      *          DESCOBERTO(13,2)
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
           SELECT SCVWORK ASSIGN 'file/scv_work.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCVW-ID-USER
               FILE STATUS IS FS-SCVWORK.
           SELECT SCVPARM ASSIGN 'file/scvparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCVPARM.
           SELECT SCVFILE ASSIGN WS-SCVFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCVFILE.
           SELECT SCVRPT ASSIGN WS-SCVRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCVRPT.

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

      *    POSICAO ACUMULADA DE UM DEPOSITANTE
       FD SCVWORK.
       01 SCVWORK-REC.
           05 SCVW-ID-USER              PIC 9(6).
           05 SCVW-BRANCH               PIC 9(3).
           05 SCVW-ACC-TOTAL            PIC 9(11)V99.
           05 SCVW-TD-TOTAL             PIC 9(11)V99.

       FD SCVPARM.
       01 SCVPARM-REC                   PIC X(20).

       FD SCVFILE.
       01 SCVFILE-REC                   PIC X(140).

       FD SCVRPT.
       01 SCVRPT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
      *    CONTRAVALOR EM MOEDA NACIONAL (VER FXCONV)
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-FX-AMOUNT                  PIC S9(9)V99.
       01 WS-HOME-AMOUNT                PIC S9(11)V99.
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
      *    GERACOES DATADAS DO FICHEIRO E DO RELATORIO
       01 WS-SCVFILE-NAME               PIC X(40).
       01 WS-SCVRPT-NAME                PIC X(40).
      *    LIMITE DE COBERTURA POR DEPOSITANTE
       01 WS-COVER-LIMIT                PIC 9(9)V99 VALUE 100000.
      *    CONTAS COM CO-TITULARES: NUMERO DE TITULARES E PARTE DE
      *    CADA CO-TITULAR
       01 WS-JT-MAX                     PIC 9(5) VALUE 5000.
       01 WS-JT-COUNT                   PIC 9(5) VALUE 0.
       01 WS-JT-IDX                     PIC 9(5).
       01 WS-FIND-USER                  PIC 9(6).
       01 WS-FIND-ACCOUNT               PIC 9(6).
       01 WS-JT-TABLE.
           05 WS-JT-ENTRY OCCURS 5000 TIMES.
               10 WS-JT-ID-USER         PIC 9(6).
               10 WS-JT-ID              PIC 9(6).
               10 WS-JT-HOLDERS         PIC 9(3).
               10 WS-JT-SHARE           PIC 9(9)V99.
               10 WS-JT-BRANCH          PIC 9(3).
      *    CONTRIBUICAO A ACUMULAR NO DEPOSITANTE
       01 WS-DEP-ID                     PIC 9(6).
       01 WS-DEP-BRANCH                 PIC 9(3).
       01 WS-DEP-ACC-AMOUNT             PIC 9(9)V99.
       01 WS-DEP-TD-AMOUNT              PIC 9(9)V99.
       01 WS-BALANCE                    PIC 9(9)V99.
       01 WS-SHARE                      PIC 9(9)V99.
       01 WS-OWNER-SHARE                PIC 9(9)V99.
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-TD-DAYS                    PIC 9(5).
       01 WS-TD-INTEREST                PIC 9(7)V99.
      *    POSICAO FINAL DO DEPOSITANTE
       01 WS-TOTAL                      PIC 9(11)V99.
       01 WS-INSURED                    PIC 9(11)V99.
       01 WS-EXCESS                     PIC 9(11)V99.
       01 WS-EXCEPTION                  PIC X(1).
       01 WS-EXC-REASON                 PIC X(30).
      *    TOTAIS DO FICHEIRO
       01 WS-DEPOSITOR-COUNT            PIC 9(9) VALUE 0.
       01 WS-EXC-COUNT                  PIC 9(6) VALUE 0.
       01 WS-GRAND-TOTAL                PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-INSURED              PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-EXCESS               PIC 9(13)V99 VALUE 0.
      *    RESUMO POR BALCAO
       01 WS-BR-MAX                     PIC 9(2) VALUE 20.
       01 WS-BR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE            PIC 9(3).
               10 WS-BR-DEPOSITORS      PIC 9(6).
               10 WS-BR-TOTAL           PIC 9(13)V99.
               10 WS-BR-INSURED         PIC 9(13)V99.
               10 WS-BR-EXCESS          PIC 9(13)V99.
      *    REGISTOS DO FICHEIRO PARA O FUNDO
       01 SCV-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 SCVH-DATE                 PIC 9(8).
           05 SCVH-LIMIT                PIC 9(9)V99.
       01 SCV-DETAIL.
           05 FILLER                    PIC X(1) VALUE 'D'.
           05 SCVD-ID-USER              PIC 9(6).
           05 SCVD-DOC-ID               PIC X(14).
           05 SCVD-NAME                 PIC X(30).
           05 SCVD-BRANCH               PIC 9(3).
           05 SCVD-STATUS               PIC X(1).
           05 SCVD-ACC-TOTAL            PIC 9(11)V99.
           05 SCVD-TD-TOTAL             PIC 9(11)V99.
           05 SCVD-TOTAL                PIC 9(11)V99.
           05 SCVD-INSURED              PIC 9(11)V99.
           05 SCVD-EXCESS               PIC 9(11)V99.
           05 SCVD-EXCEPTION            PIC X(1).
       01 SCV-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 SCVT-DATE                 PIC 9(8).
           05 SCVT-COUNT                PIC 9(9).
           05 SCVT-TOTAL                PIC 9(13)V99.
           05 SCVT-INSURED              PIC 9(13)V99.
           05 SCVT-EXCESS               PIC 9(13)V99.
       01 WS-PRINT-LINE                 PIC X(100).
       01 WS-COUNT-EDIT                 PIC Z(5)9.
       01 WS-TOTAL-EDIT                 PIC Z(12)9,99.
       01 WS-INSURED-EDIT               PIC Z(12)9,99.
       01 WS-EXCESS-EDIT                PIC Z(12)9,99.
       01 WS-AMOUNT-EDIT                PIC Z(10)9,99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-COOWNERS                   PIC X(2).
       01 FS-TERMDEP                    PIC X(2).
       01 FS-SCVWORK                    PIC X(2).
       01 FS-SCVPARM                    PIC X(2).
       01 FS-SCVFILE                    PIC X(2).
       01 FS-SCVRPT                     PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "SCVEXTR: inicio da visao unica do depositante"

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE)

           PERFORM READ-COVER-LIMIT

           OPEN OUTPUT SCVWORK
           IF FS-SCVWORK NOT = '00'
               DISPLAY "Erro ao criar file/scv_work.txt: " FS-SCVWORK
               STOP RUN
           END-IF
           CLOSE SCVWORK
           OPEN I-O SCVWORK
           IF FS-SCVWORK NOT = '00'
               DISPLAY "Erro ao abrir file/scv_work.txt: " FS-SCVWORK
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           PERFORM LOAD-JOINT-ACCOUNTS
           IF FS-ACCOUNTS NOT = '35'
               PERFORM ADD-ACCOUNT-BALANCES
               PERFORM ADD-COOWNER-SHARES
               PERFORM ADD-TERM-DEPOSITS
               CLOSE ACCOUNTS
           END-IF

           PERFORM WRITE-SCV-FILE
           CLOSE SCVWORK
      ******************************************************************
      *    CATALOGAR O RELATORIO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'SCVEXTR' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-SCVRPT-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           DISPLAY "SCVEXTR: " WS-DEPOSITOR-COUNT " depositante(s) em "
                   WS-SCVFILE-NAME ", " WS-EXC-COUNT " excecao(oes)"
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "SCVEXTR: " WS-NO-RATE-COUNT " valor(es) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF.

           STOP RUN.

      ******************************************************************
      *    LIMITE DE COBERTURA: SEM FICHEIRO DE PARAMETRO FICA O
      *    VALOR POR OMISSAO
      ******************************************************************
       READ-COVER-LIMIT.
           OPEN INPUT SCVPARM
           IF FS-SCVPARM = '00'
               READ SCVPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCVPARM-REC NOT = SPACES
                           MOVE FUNCTION NUMVAL (SCVPARM-REC)
                               TO WS-COVER-LIMIT
                       END-IF
               END-READ
               CLOSE SCVPARM
           ELSE
               IF FS-SCVPARM NOT = '35'
                   DISPLAY "Erro ao abrir file/scvparm.txt: "
                           FS-SCVPARM
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      *    CONTAR OS TITULARES DE CADA CONTA COM CO-TITULARES (O DONO
      *    MAIS UM POR CADA CO-TITULAR)
      ******************************************************************
       LOAD-JOINT-ACCOUNTS.
           OPEN INPUT COOWNERS
           IF FS-COOWNERS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-COOWNERS NOT = '00'
               DISPLAY "Erro ao abrir file/coowners.txt: " FS-COOWNERS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ COOWNERS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE COOWNERS-ID-USER TO WS-FIND-USER
                       MOVE COOWNERS-ID TO WS-FIND-ACCOUNT
                       PERFORM FIND-JOINT-ACCOUNT
                       IF WS-JT-IDX > WS-JT-COUNT
                           IF WS-JT-COUNT >= WS-JT-MAX
                               DISPLAY "SCVEXTR: mais de " WS-JT-MAX
                                       " contas com co-titulares!"
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-JT-COUNT
                           MOVE WS-JT-COUNT TO WS-JT-IDX
                           MOVE COOWNERS-ID-USER
                               TO WS-JT-ID-USER (WS-JT-IDX)
                           MOVE COOWNERS-ID TO WS-JT-ID (WS-JT-IDX)
                           MOVE 1 TO WS-JT-HOLDERS (WS-JT-IDX)
                           MOVE ZERO TO WS-JT-SHARE (WS-JT-IDX)
                           MOVE ZERO TO WS-JT-BRANCH (WS-JT-IDX)
                       END-IF
                       ADD 1 TO WS-JT-HOLDERS (WS-JT-IDX)
               END-READ
           END-PERFORM
           CLOSE COOWNERS.

      ******************************************************************
      *    PROCURAR NA TABELA A CONTA DE WS-FIND-USER/WS-FIND-ACCOUNT
      *    (WS-JT-IDX > WS-JT-COUNT SE NAO ESTIVER)
      ******************************************************************
       FIND-JOINT-ACCOUNT.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
                      OR (WS-JT-ID-USER (WS-JT-IDX) = WS-FIND-USER
                      AND WS-JT-ID (WS-JT-IDX) = WS-FIND-ACCOUNT)
               CONTINUE
           END-PERFORM.

      ******************************************************************
      *    SALDO DE CADA CONTA NAO FECHADA. NUMA CONTA COM
      *    CO-TITULARES O DONO FICA COM A SUA PARTE MAIS O RESTO DO
      *    ARREDONDAMENTO, E A PARTE DE CADA CO-TITULAR FICA GUARDADA
      *    NA TABELA PARA O PASSO SEGUINTE
      ******************************************************************
       ADD-ACCOUNT-BALANCES.
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF ACCOUNTS-STATUS NOT = 'C'
                           PERFORM ADD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-ACCOUNT.
           IF ACCOUNTS-AMOUNT > ZERO
               MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
               MOVE ACCOUNTS-AMOUNT TO WS-FX-AMOUNT
               PERFORM GET-HOME-EQUIVALENT
               MOVE WS-HOME-AMOUNT TO WS-BALANCE
           ELSE
               MOVE ZERO TO WS-BALANCE
           END-IF
           IF ACCOUNTS-BRANCH IS NUMERIC
               MOVE ACCOUNTS-BRANCH TO WS-THIS-BRANCH
           ELSE
               MOVE ZERO TO WS-THIS-BRANCH
           END-IF

           MOVE WS-BALANCE TO WS-OWNER-SHARE
           MOVE ACCOUNTS-ID-USER TO WS-FIND-USER
           MOVE ACCOUNTS-ID TO WS-FIND-ACCOUNT
           PERFORM FIND-JOINT-ACCOUNT
           IF WS-JT-IDX NOT > WS-JT-COUNT
               DIVIDE WS-BALANCE BY WS-JT-HOLDERS (WS-JT-IDX)
                   GIVING WS-SHARE
               MOVE WS-SHARE TO WS-JT-SHARE (WS-JT-IDX)
               MOVE WS-THIS-BRANCH TO WS-JT-BRANCH (WS-JT-IDX)
               COMPUTE WS-OWNER-SHARE = WS-BALANCE
                   - WS-SHARE * (WS-JT-HOLDERS (WS-JT-IDX) - 1)
           END-IF

           MOVE ACCOUNTS-ID-USER TO WS-DEP-ID
           MOVE WS-THIS-BRANCH TO WS-DEP-BRANCH
           MOVE WS-OWNER-SHARE TO WS-DEP-ACC-AMOUNT
           MOVE ZERO TO WS-DEP-TD-AMOUNT
           PERFORM ADD-TO-DEPOSITOR.

      ******************************************************************
      *    PARTE DE CADA CO-TITULAR NAS CONTAS CONJUNTAS (AS CONTAS
      *    FECHADAS NAO PASSARAM PELA TABELA E FICAM COM PARTE ZERO)
      ******************************************************************
       ADD-COOWNER-SHARES.
           IF WS-JT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT COOWNERS
           IF FS-COOWNERS NOT = '00'
               DISPLAY "Erro ao abrir file/coowners.txt: " FS-COOWNERS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ COOWNERS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM ADD-ONE-COOWNER
               END-READ
           END-PERFORM
           CLOSE COOWNERS.

       ADD-ONE-COOWNER.
           MOVE COOWNERS-ID-USER TO WS-FIND-USER
           MOVE COOWNERS-ID TO WS-FIND-ACCOUNT
           PERFORM FIND-JOINT-ACCOUNT
           IF WS-JT-IDX > WS-JT-COUNT
               EXIT PARAGRAPH
           END-IF
      *    CONTA FECHADA OU INEXISTENTE - NAO HA PARTE A ATRIBUIR
           MOVE COOWNERS-ID-USER TO ACCOUNTS-ID-USER
           MOVE COOWNERS-ID TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNTS-STATUS = 'C'
               EXIT PARAGRAPH
           END-IF

           MOVE COOWNERS-CO-ID TO WS-DEP-ID
           MOVE WS-JT-BRANCH (WS-JT-IDX) TO WS-DEP-BRANCH
           MOVE WS-JT-SHARE (WS-JT-IDX) TO WS-DEP-ACC-AMOUNT
           MOVE ZERO TO WS-DEP-TD-AMOUNT
           PERFORM ADD-TO-DEPOSITOR.

      ******************************************************************
      *    DEPOSITOS A PRAZO ATIVOS: CAPITAL MAIS JUROS SIMPLES A TAXA
      *    DIARIA CONGELADA, CORRIDOS DESDE A ABERTURA ATE A DATA DE
      *    NEGOCIO (NUNCA MAIS DO QUE O PRAZO)
      ******************************************************************
       ADD-TERM-DEPOSITS.
           OPEN INPUT TERMDEP
           IF FS-TERMDEP = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep.txt: " FS-TERMDEP
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TERMDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TD-STATUS = 'A'
                           PERFORM ADD-ONE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP.

       ADD-ONE-TERM-DEPOSIT.
           MOVE ZERO TO WS-TD-DAYS
           IF TD-OPEN-DATE < WS-BUSDATE
               COMPUTE WS-TD-DAYS = WS-BUSDATE-INT
                   - FUNCTION INTEGER-OF-DATE (TD-OPEN-DATE)
           END-IF
           IF WS-TD-DAYS > TD-TERM-DAYS
               MOVE TD-TERM-DAYS TO WS-TD-DAYS
           END-IF
           COMPUTE WS-TD-INTEREST ROUNDED =
               TD-AMOUNT * TD-RATE * WS-TD-DAYS

      *    O BALCAO E A MOEDA SAO OS DA CONTA DE LIQUIDACAO
           MOVE ZERO TO WS-DEP-BRANCH
           MOVE SPACES TO WS-ACC-CURRENCY
           MOVE TD-ID-USER TO ACCOUNTS-ID-USER
           MOVE TD-SETTLE-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNTS-BRANCH IS NUMERIC
                       MOVE ACCOUNTS-BRANCH TO WS-DEP-BRANCH
                   END-IF
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           END-READ

           MOVE TD-ID-USER TO WS-DEP-ID
           MOVE ZERO TO WS-DEP-ACC-AMOUNT
           COMPUTE WS-FX-AMOUNT = TD-AMOUNT + WS-TD-INTEREST
           PERFORM GET-HOME-EQUIVALENT
           MOVE WS-HOME-AMOUNT TO WS-DEP-TD-AMOUNT
           PERFORM ADD-TO-DEPOSITOR.

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DE WS-FX-AMOUNT NA MOEDA
      *    WS-ACC-CURRENCY (EM BRANCO = A NACIONAL), AO CAMBIO MEDIO
      *    DA DATA DE NEGOCIO
      ******************************************************************
       GET-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-ACC-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE WS-FX-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-HOME-AMOUNT TO WS-HOME-AMOUNT
           IF FC-FOUND NOT = 'S'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      *    ACUMULAR A CONTRIBUICAO NO REGISTO DE TRABALHO DO
      *    DEPOSITANTE; O PRIMEIRO REGISTO FIXA O BALCAO
      ******************************************************************
       ADD-TO-DEPOSITOR.
           MOVE WS-DEP-ID TO SCVW-ID-USER
           READ SCVWORK
               INVALID KEY
                   MOVE WS-DEP-ID TO SCVW-ID-USER
                   MOVE WS-DEP-BRANCH TO SCVW-BRANCH
                   MOVE WS-DEP-ACC-AMOUNT TO SCVW-ACC-TOTAL
                   MOVE WS-DEP-TD-AMOUNT TO SCVW-TD-TOTAL
                   WRITE SCVWORK-REC
               NOT INVALID KEY
                   ADD WS-DEP-ACC-AMOUNT TO SCVW-ACC-TOTAL
                   ADD WS-DEP-TD-AMOUNT TO SCVW-TD-TOTAL
                   REWRITE SCVWORK-REC
           END-READ
           IF FS-SCVWORK NOT = '00'
               DISPLAY "Erro ao gravar em file/scv_work.txt: "
                       FS-SCVWORK
               STOP RUN
           END-IF.

      ******************************************************************
      *    ESCREVER O FICHEIRO PARA O FUNDO (UM REGISTO POR
      *    DEPOSITANTE) E O RELATORIO COM AS EXCECOES E O RESUMO POR
      *    BALCAO
      ******************************************************************
       WRITE-SCV-FILE.
           MOVE SPACES TO WS-SCVFILE-NAME
           STRING 'file/scv_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-SCVFILE-NAME
           MOVE SPACES TO WS-SCVRPT-NAME
           STRING 'file/scv_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-SCVRPT-NAME

           OPEN OUTPUT SCVFILE
           IF FS-SCVFILE NOT = '00'
               DISPLAY "Erro ao abrir " WS-SCVFILE-NAME ": "
                       FS-SCVFILE
               STOP RUN
           END-IF
           OPEN OUTPUT SCVRPT
           IF FS-SCVRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-SCVRPT-NAME ": " FS-SCVRPT
               STOP RUN
           END-IF
           OPEN INPUT CLIENTS
           IF FS-CLIENTS NOT = '00' AND FS-CLIENTS NOT = '35'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF

           MOVE WS-BUSDATE TO SCVH-DATE
           MOVE WS-COVER-LIMIT TO SCVH-LIMIT
           MOVE SCV-HEADER TO SCVFILE-REC
           PERFORM WRITE-SCV-RECORD

           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VISAO UNICA DO DEPOSITANTE - DATA DE NEGOCIO '
                      DELIMITED SIZE
                  WS-BUSDATE (7:2) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-BUSDATE (5:2) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-BUSDATE (1:4) DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-COVER-LIMIT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LIMITE DE COBERTURA POR DEPOSITANTE: ' DELIMITED SIZE
                  WS-AMOUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'EXCECOES (DEPOSITANTES SEM IDENTIFICACAO LIMPA):'
               TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  CLIENTE NOME' TO WS-PRINT-LINE
           MOVE 'TOTAL' TO WS-PRINT-LINE (55:5)
           MOVE 'MOTIVO' TO WS-PRINT-LINE (63:6)
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO SCVW-ID-USER
           START SCVWORK KEY IS >= SCVW-ID-USER
               INVALID KEY
                   MOVE 'S' TO END-FILE
               NOT INVALID KEY
                   MOVE 'N' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ SCVWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM WRITE-ONE-DEPOSITOR
               END-READ
           END-PERFORM

           IF WS-EXC-COUNT = 0
               MOVE '  (NENHUMA)' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-BUSDATE TO SCVT-DATE
           MOVE WS-DEPOSITOR-COUNT TO SCVT-COUNT
           MOVE WS-GRAND-TOTAL TO SCVT-TOTAL
           MOVE WS-GRAND-INSURED TO SCVT-INSURED
           MOVE WS-GRAND-EXCESS TO SCVT-EXCESS
           MOVE SCV-TRAILER TO SCVFILE-REC
           PERFORM WRITE-SCV-RECORD

           PERFORM WRITE-BRANCH-SECTION

           IF FS-CLIENTS NOT = '35'
               CLOSE CLIENTS
           END-IF
           CLOSE SCVRPT
           CLOSE SCVFILE.

       WRITE-ONE-DEPOSITOR.
           MOVE SPACES TO SCV-DETAIL (2:)
           MOVE SCVW-ID-USER TO SCVD-ID-USER
           MOVE SCVW-BRANCH TO SCVD-BRANCH
           MOVE 'N' TO WS-EXCEPTION
           MOVE SPACES TO WS-EXC-REASON
      ******************************************************************
      *    IDENTIFICACAO DO DEPOSITANTE
      ******************************************************************
           IF FS-CLIENTS = '35'
               MOVE 'CLIENTE INEXISTENTE' TO WS-EXC-REASON
           ELSE
               MOVE SCVW-ID-USER TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       MOVE 'CLIENTE INEXISTENTE' TO WS-EXC-REASON
                   NOT INVALID KEY
                       MOVE CLIENTS-DOC-ID TO SCVD-DOC-ID
                       MOVE CLIENTS-NAME TO SCVD-NAME
                       MOVE CLIENTS-STATUS TO SCVD-STATUS
                       IF SCVD-STATUS = SPACE
                           MOVE 'A' TO SCVD-STATUS
                       END-IF
                       EVALUATE TRUE
                           WHEN CLIENTS-DOC-ID = SPACES
                               MOVE 'SEM DOCUMENTO' TO WS-EXC-REASON
                           WHEN SCVD-STATUS = 'B'
                               MOVE 'CLIENTE BLOQUEADO'
                                   TO WS-EXC-REASON
                           WHEN SCVD-STATUS = 'D'
                               MOVE 'CLIENTE FALECIDO'
                                   TO WS-EXC-REASON
                           WHEN SCVD-STATUS NOT = 'A'
                               MOVE 'ESTADO DESCONHECIDO'
                                   TO WS-EXC-REASON
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-EXC-REASON NOT = SPACES
               MOVE 'S' TO WS-EXCEPTION
           END-IF
      ******************************************************************
      *    POSICAO COBERTA ATE AO LIMITE E EXCESSO DESCOBERTO
      ******************************************************************
           COMPUTE WS-TOTAL = SCVW-ACC-TOTAL + SCVW-TD-TOTAL
           IF WS-TOTAL > WS-COVER-LIMIT
               MOVE WS-COVER-LIMIT TO WS-INSURED
           ELSE
               MOVE WS-TOTAL TO WS-INSURED
           END-IF
           COMPUTE WS-EXCESS = WS-TOTAL - WS-INSURED

           MOVE SCVW-ACC-TOTAL TO SCVD-ACC-TOTAL
           MOVE SCVW-TD-TOTAL TO SCVD-TD-TOTAL
           MOVE WS-TOTAL TO SCVD-TOTAL
           MOVE WS-INSURED TO SCVD-INSURED
           MOVE WS-EXCESS TO SCVD-EXCESS
           MOVE WS-EXCEPTION TO SCVD-EXCEPTION
           MOVE SCV-DETAIL TO SCVFILE-REC
           PERFORM WRITE-SCV-RECORD

           ADD 1 TO WS-DEPOSITOR-COUNT
           ADD WS-TOTAL TO WS-GRAND-TOTAL
           ADD WS-INSURED TO WS-GRAND-INSURED
           ADD WS-EXCESS TO WS-GRAND-EXCESS
           PERFORM ADD-DEPOSITOR-TO-BRANCH

           IF WS-EXCEPTION = 'S'
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-TOTAL TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE SCVW-ID-USER TO WS-PRINT-LINE (3:6)
               MOVE SCVD-NAME TO WS-PRINT-LINE (11:30)
               MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (45:14)
               MOVE WS-EXC-REASON TO WS-PRINT-LINE (63:30)
               PERFORM WRITE-REPORT-LINE
           END-IF.

       ADD-DEPOSITOR-TO-BRANCH.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = SCVW-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT >= WS-BR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-IDX
               MOVE SCVW-BRANCH TO WS-BR-CODE (WS-BR-IDX)
               MOVE ZERO TO WS-BR-DEPOSITORS (WS-BR-IDX)
               MOVE ZERO TO WS-BR-TOTAL (WS-BR-IDX)
               MOVE ZERO TO WS-BR-INSURED (WS-BR-IDX)
               MOVE ZERO TO WS-BR-EXCESS (WS-BR-IDX)
           END-IF
           ADD 1 TO WS-BR-DEPOSITORS (WS-BR-IDX)
           ADD WS-TOTAL TO WS-BR-TOTAL (WS-BR-IDX)
           ADD WS-INSURED TO WS-BR-INSURED (WS-BR-IDX)
           ADD WS-EXCESS TO WS-BR-EXCESS (WS-BR-IDX).

      ******************************************************************
      *    RESUMO POR BALCAO DO DEPOSITANTE
      ******************************************************************
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RESUMO POR BALCAO:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  BALCAO DEPOSIT.' TO WS-PRINT-LINE
           MOVE 'TOTAL' TO WS-PRINT-LINE (32:5)
           MOVE 'COBERTO' TO WS-PRINT-LINE (51:7)
           MOVE 'DESCOBERTO' TO WS-PRINT-LINE (69:10)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-DEPOSITORS (WS-BR-IDX) TO WS-COUNT-EDIT
               MOVE WS-BR-TOTAL (WS-BR-IDX) TO WS-TOTAL-EDIT
               MOVE WS-BR-INSURED (WS-BR-IDX) TO WS-INSURED-EDIT
               MOVE WS-BR-EXCESS (WS-BR-IDX) TO WS-EXCESS-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-BR-CODE (WS-BR-IDX) TO WS-PRINT-LINE (5:3)
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (11:6)
               MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (20:16)
               MOVE WS-INSURED-EDIT TO WS-PRINT-LINE (40:16)
               MOVE WS-EXCESS-EDIT TO WS-PRINT-LINE (60:16)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-DEPOSITOR-COUNT TO WS-COUNT-EDIT
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT
           MOVE WS-GRAND-INSURED TO WS-INSURED-EDIT
           MOVE WS-GRAND-EXCESS TO WS-EXCESS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TOTAL' TO WS-PRINT-LINE (3:5)
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (11:6)
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (20:16)
           MOVE WS-INSURED-EDIT TO WS-PRINT-LINE (40:16)
           MOVE WS-EXCESS-EDIT TO WS-PRINT-LINE (60:16)
           PERFORM WRITE-REPORT-LINE.

       WRITE-SCV-RECORD.
           WRITE SCVFILE-REC
           IF FS-SCVFILE NOT = '00'
               DISPLAY "Erro ao gravar em " WS-SCVFILE-NAME ": "
                       FS-SCVFILE
               STOP RUN
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO SCVRPT-REC
           WRITE SCVRPT-REC
           IF FS-SCVRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-SCVRPT-NAME ": "
                       FS-SCVRPT
               STOP RUN
           END-IF.
