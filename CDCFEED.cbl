       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCFEED.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: FICHEIRO DE ALTERACOES DOS MESTRES DE
      *    CLIENTES E CONTAS PARA O FORNECEDOR DO HOMEBANKING E PARA O
      *    CRM (file/cdc_feed_AAAAMMDD.txt, UMA GERACAO POR DATA DE
      *    NEGOCIO, CATALOGADA NO SPOOL - VER SPOOLREG). COMPARA
      *    file/clients.txt E file/accounts.txt COM AS COPIAS QUE O
      *    BACKUPMF TIROU NO INICIO DO CICLO ANTERIOR
      *    (file/backup_clients.txt E file/backup_accounts.txt) E
      *    ESCREVE UM REGISTO POR CLIENTE OU CONTA NOVO, ALTERADO OU
      *    APAGADO, COM A IMAGEM ANTES E DEPOIS. CORRE ANTES DO
      *    BACKUPMF, PELO QUE CADA NOITE APANHA O CICLO ANTERIOR, O
      *    DIA DE BALCAO E AS MANUTENCOES, SEM BURACOS NEM
      *    REPETICOES ENTRE NOITES. SEM COPIA (PRIMEIRA NOITE) SAI
      *    TUDO COMO NOVO. SOB CONTROLO DE EXECUCAO: UM RERUN NA MESMA
      *    DATA DE NEGOCIO NAO FAZ NADA.
      *
      *    LAYOUT (POSICOES FIXAS, SINAL SEPARADO A ESQUERDA):
      *      'H' DATA(8) DATA-CRIACAO(8) HORA-CRIACAO(6)
      *      'D' ENTIDADE(1) ACAO(1) CHAVE(12) ALTERADOS(6)
      *          ANTES(117) DEPOIS(117)
      *          ENTIDADE: 'C' = CLIENTE, 'A' = CONTA
      *          ACAO: 'A' = NOVO, 'C' = ALTERADO, 'D' = APAGADO
      *          CHAVE: CLIENTE(6) OU DONO(6) CONTA(6)
      *          ALTERADOS: UM 'S'/'N' POR CAMPO, PELA ORDEM DA
      *          IMAGEM ('N' EM TODOS NOS NOVOS E APAGADOS); NOS
      *          CLIENTES O SEXTO COBRE O RISCO E AS DUAS DATAS DA
      *          DILIGENCIA DEVIDA
      *          IMAGEM DE CLIENTE: NOME(30) DOCUMENTO(14)
      *              TELEFONE(15) MORADA(40) ESTADO(1) RISCO(1)
      *              ULTIMA-REVISAO(8) PROXIMA-REVISAO(8)
      *          IMAGEM DE CONTA: SALDO(+7,2) TIPO(1) DESCOBERTO(5)
      *              ESTADO(1) BALCAO(3) MOEDA(3)
      *          (MOEDA EM BRANCO NO MESTRE SAI COMO A NACIONAL)
      *          A IMAGEM ANTES VEM EM BRANCO NOS NOVOS E A DEPOIS
      *          NOS APAGADOS
      *      'T' DATA(8) CLIENTES-NOVOS(9) CLIENTES-ALTERADOS(9)
      *          CLIENTES-APAGADOS(9) CONTAS-NOVAS(9)
      *          CONTAS-ALTERADAS(9) CONTAS-APAGADAS(9) CONTAGEM(9)
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
           SELECT BKCLIENTS ASSIGN 'file/backup_clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKCLI-ID
               FILE STATUS IS FS-BKCLIENTS.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT BKACCOUNTS ASSIGN 'file/backup_accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKACC-KEY
               FILE STATUS IS FS-BKACCOUNTS.
           SELECT CDCFILE ASSIGN WS-CDC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CDCFILE.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

      *    IMAGEM FIEL DO REGISTO DE CLIENTE (VER CLIENTS.cpy)
       FD BKCLIENTS.
       01 BKCLI-REC.
           05 BKCLI-ID                  PIC 9(6).
           05 BKCLI-NAME                PIC X(30).
           05 BKCLI-DOC-ID              PIC X(14).
           05 BKCLI-PHONE               PIC X(15).
           05 BKCLI-ADDRESS             PIC X(40).
           05 BKCLI-STATUS              PIC X(1).
           05 BKCLI-RISK                PIC X(1).
           05 BKCLI-KYC-LAST            PIC 9(8).
           05 BKCLI-KYC-NEXT            PIC 9(8).

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

      *    IMAGEM FIEL DO REGISTO DE CONTA (VER ACCOUNTS.cpy)
       FD BKACCOUNTS.
       01 BKACC-REC.
           05 BKACC-KEY                 PIC X(12).
           05 BKACC-AMOUNT              PIC S9(7)V99.
           05 BKACC-TYPE                PIC X(1).
           05 BKACC-OVERDRAFT           PIC 9(5).
           05 BKACC-STATUS              PIC X(1).
           05 BKACC-BRANCH              PIC 9(3).
           05 BKACC-CURRENCY            PIC X(3).

       FD CDCFILE.
       01 CDCFILE-REC                   PIC X(255).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-CDC-NAME                   PIC X(40).
       01 WS-NOW                        PIC X(14).
      *    CHAVES DO EMPARELHAMENTO (HIGH-VALUES NO FIM DO FICHEIRO)
       01 WS-CUR-KEY                    PIC X(12).
       01 WS-OLD-KEY                    PIC X(12).
       01 WS-CUR-OPEN                   PIC X(1).
       01 WS-OLD-OPEN                   PIC X(1).
       01 WS-FLD                        PIC 9(1).
       01 WS-CLI-READ                   PIC 9(9) VALUE 0.
       01 WS-ACC-READ                   PIC 9(9) VALUE 0.
      *    REGISTOS DO FICHEIRO DE ALTERACOES
       01 CDC-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 CDCH-DATE                 PIC 9(8).
           05 CDCH-CREATE-DATE          PIC 9(8).
           05 CDCH-CREATE-TIME          PIC 9(6).
       01 CDC-DETAIL.
           05 FILLER                    PIC X(1) VALUE 'D'.
           05 CDCD-ENTITY               PIC X(1).
           05 CDCD-ACTION               PIC X(1).
           05 CDCD-KEY                  PIC X(12).
           05 CDCD-CHANGED.
               10 CDCD-CHG-FLAG         PIC X(1) OCCURS 6 TIMES.
           05 CDCD-BEFORE               PIC X(117).
           05 CDCD-BEFORE-CLI REDEFINES CDCD-BEFORE.
               10 CDCB-NAME             PIC X(30).
               10 CDCB-DOC-ID           PIC X(14).
               10 CDCB-PHONE            PIC X(15).
               10 CDCB-ADDRESS          PIC X(40).
               10 CDCB-CLI-STATUS       PIC X(1).
               10 CDCB-RISK             PIC X(1).
               10 CDCB-KYC-LAST         PIC 9(8).
               10 CDCB-KYC-NEXT         PIC 9(8).
           05 CDCD-BEFORE-ACC REDEFINES CDCD-BEFORE.
               10 CDCB-AMOUNT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 CDCB-TYPE             PIC X(1).
               10 CDCB-OVERDRAFT        PIC 9(5).
               10 CDCB-ACC-STATUS       PIC X(1).
               10 CDCB-BRANCH           PIC 9(3).
               10 CDCB-CURRENCY         PIC X(3).
               10 FILLER                PIC X(94).
           05 CDCD-AFTER                PIC X(117).
           05 CDCD-AFTER-CLI REDEFINES CDCD-AFTER.
               10 CDCA-NAME             PIC X(30).
               10 CDCA-DOC-ID           PIC X(14).
               10 CDCA-PHONE            PIC X(15).
               10 CDCA-ADDRESS          PIC X(40).
               10 CDCA-CLI-STATUS       PIC X(1).
               10 CDCA-RISK             PIC X(1).
               10 CDCA-KYC-LAST         PIC 9(8).
               10 CDCA-KYC-NEXT         PIC 9(8).
           05 CDCD-AFTER-ACC REDEFINES CDCD-AFTER.
               10 CDCA-AMOUNT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 CDCA-TYPE             PIC X(1).
               10 CDCA-OVERDRAFT        PIC 9(5).
               10 CDCA-ACC-STATUS       PIC X(1).
               10 CDCA-BRANCH           PIC 9(3).
               10 CDCA-CURRENCY         PIC X(3).
               10 FILLER                PIC X(94).
       01 CDC-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 CDCT-DATE                 PIC 9(8).
           05 CDCT-CLI-ADDED            PIC 9(9) VALUE 0.
           05 CDCT-CLI-CHANGED          PIC 9(9) VALUE 0.
           05 CDCT-CLI-DELETED          PIC 9(9) VALUE 0.
           05 CDCT-ACC-ADDED            PIC 9(9) VALUE 0.
           05 CDCT-ACC-CHANGED          PIC 9(9) VALUE 0.
           05 CDCT-ACC-DELETED          PIC 9(9) VALUE 0.
           05 CDCT-COUNT                PIC 9(9) VALUE 0.
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-BKCLIENTS                  PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-BKACCOUNTS                 PIC X(2).
       01 FS-CDCFILE                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "CDCFEED: inicio do ficheiro de alteracoes dos "
                   "mestres"
      ******************************************************************
      *    CONTROLO DE EXECUCAO: DEPOIS DO BACKUPMF A COPIA JA E A DE
      *    HOJE E A COMPARACAO NAO PODE SER REFEITA
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'CDCFEED' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "CDCFEED: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW
      *    A MOEDA NACIONAL, PARA AS CONTAS COM A MOEDA EM BRANCO
           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CDC-NAME
           STRING 'file/cdc_feed_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-CDC-NAME
           OPEN OUTPUT CDCFILE
           IF FS-CDCFILE NOT = '00'
               DISPLAY "Erro ao abrir " WS-CDC-NAME ": " FS-CDCFILE
               STOP RUN
           END-IF
           MOVE WS-BUSDATE TO CDCH-DATE
           MOVE WS-NOW (1:8) TO CDCH-CREATE-DATE
           MOVE WS-NOW (9:6) TO CDCH-CREATE-TIME
           MOVE CDC-HEADER TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD

           PERFORM COMPARE-CLIENTS
           PERFORM COMPARE-ACCOUNTS

           MOVE WS-BUSDATE TO CDCT-DATE
           MOVE CDC-TRAILER TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD
           CLOSE CDCFILE
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'CDCFEED' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-CDC-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           COMPUTE RC-READ-COUNT = WS-CLI-READ + WS-ACC-READ
           MOVE CDCT-COUNT TO RC-POSTED-COUNT
           MOVE 'S' TO RC-FUNC
           MOVE 'CDCFEED' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF

           DISPLAY "CDCFEED: clientes " CDCT-CLI-ADDED " novo(s), "
                   CDCT-CLI-CHANGED " alterado(s), "
                   CDCT-CLI-DELETED " apagado(s)"
           DISPLAY "CDCFEED: contas " CDCT-ACC-ADDED " nova(s), "
                   CDCT-ACC-CHANGED " alterada(s), "
                   CDCT-ACC-DELETED " apagada(s)"
           DISPLAY "CDCFEED: " CDCT-COUNT " registo(s) em "
                   WS-CDC-NAME.

           STOP RUN.

      ******************************************************************
      *    CLIENTES: OS DOIS FICHEIROS SAO LIDOS POR ORDEM DE CHAVE E
      *    EMPARELHADOS - CHAVE SO NO MESTRE = NOVO, SO NA COPIA =
      *    APAGADO, NOS DOIS = COMPARAR CAMPO A CAMPO
      ******************************************************************
       COMPARE-CLIENTS.
           MOVE 'N' TO WS-CUR-OPEN
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '00'
               MOVE 'S' TO WS-CUR-OPEN
           ELSE
               IF FS-CLIENTS NOT = '35'
                   DISPLAY "Erro ao abrir file/clients.txt: "
                           FS-CLIENTS
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-OLD-OPEN
           OPEN INPUT BKCLIENTS
           IF FS-BKCLIENTS = '00'
               MOVE 'S' TO WS-OLD-OPEN
           ELSE
               IF FS-BKCLIENTS NOT = '35'
                   DISPLAY "Erro ao abrir file/backup_clients.txt: "
                           FS-BKCLIENTS
                   STOP RUN
               END-IF
               DISPLAY "CDCFEED: sem copia de clientes - todos os "
                       "clientes saem como novos"
           END-IF

           PERFORM READ-NEXT-CLIENT
           PERFORM READ-NEXT-BKCLIENT
           PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
                     AND WS-OLD-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-OLD-KEY
                       PERFORM CLIENT-ADDED
                       PERFORM READ-NEXT-CLIENT
                   WHEN WS-CUR-KEY > WS-OLD-KEY
                       PERFORM CLIENT-DELETED
                       PERFORM READ-NEXT-BKCLIENT
                   WHEN OTHER
                       PERFORM CLIENT-COMPARE
                       PERFORM READ-NEXT-CLIENT
                       PERFORM READ-NEXT-BKCLIENT
               END-EVALUATE
           END-PERFORM

           IF WS-CUR-OPEN = 'S'
               CLOSE CLIENTS
           END-IF
           IF WS-OLD-OPEN = 'S'
               CLOSE BKCLIENTS
           END-IF.

       READ-NEXT-CLIENT.
           MOVE HIGH-VALUES TO WS-CUR-KEY
           IF WS-CUR-OPEN = 'S'
               READ CLIENTS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CLI-READ
                       MOVE SPACES TO WS-CUR-KEY
                       MOVE CLIENTS-ID TO WS-CUR-KEY (1:6)
               END-READ
           END-IF.

       READ-NEXT-BKCLIENT.
           MOVE HIGH-VALUES TO WS-OLD-KEY
           IF WS-OLD-OPEN = 'S'
               READ BKCLIENTS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-OLD-KEY
                       MOVE BKCLI-ID TO WS-OLD-KEY (1:6)
               END-READ
           END-IF.

       CLIENT-ADDED.
           PERFORM START-CLIENT-DETAIL
           MOVE 'A' TO CDCD-ACTION
           MOVE WS-CUR-KEY TO CDCD-KEY
           PERFORM FILL-CLIENT-AFTER
           ADD 1 TO CDCT-CLI-ADDED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       CLIENT-DELETED.
           PERFORM START-CLIENT-DETAIL
           MOVE 'D' TO CDCD-ACTION
           MOVE WS-OLD-KEY TO CDCD-KEY
           PERFORM FILL-CLIENT-BEFORE
           ADD 1 TO CDCT-CLI-DELETED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       CLIENT-COMPARE.
           PERFORM START-CLIENT-DETAIL
           MOVE 'C' TO CDCD-ACTION
           MOVE WS-CUR-KEY TO CDCD-KEY
           PERFORM FILL-CLIENT-BEFORE
           PERFORM FILL-CLIENT-AFTER
           IF CDCA-NAME NOT = CDCB-NAME
               MOVE 'S' TO CDCD-CHG-FLAG (1)
           END-IF
           IF CDCA-DOC-ID NOT = CDCB-DOC-ID
               MOVE 'S' TO CDCD-CHG-FLAG (2)
           END-IF
           IF CDCA-PHONE NOT = CDCB-PHONE
               MOVE 'S' TO CDCD-CHG-FLAG (3)
           END-IF
           IF CDCA-ADDRESS NOT = CDCB-ADDRESS
               MOVE 'S' TO CDCD-CHG-FLAG (4)
           END-IF
           IF CDCA-CLI-STATUS NOT = CDCB-CLI-STATUS
               MOVE 'S' TO CDCD-CHG-FLAG (5)
           END-IF
           IF CDCA-RISK NOT = CDCB-RISK
              OR CDCA-KYC-LAST NOT = CDCB-KYC-LAST
              OR CDCA-KYC-NEXT NOT = CDCB-KYC-NEXT
               MOVE 'S' TO CDCD-CHG-FLAG (6)
           END-IF
           IF CDCD-CHANGED = 'NNNNNN'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CDCT-CLI-CHANGED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       START-CLIENT-DETAIL.
           MOVE 'C' TO CDCD-ENTITY
           MOVE 'NNNNNN' TO CDCD-CHANGED
           MOVE SPACES TO CDCD-BEFORE
           MOVE SPACES TO CDCD-AFTER.

       FILL-CLIENT-BEFORE.
           MOVE BKCLI-NAME TO CDCB-NAME
           MOVE BKCLI-DOC-ID TO CDCB-DOC-ID
           MOVE BKCLI-PHONE TO CDCB-PHONE
           MOVE BKCLI-ADDRESS TO CDCB-ADDRESS
           MOVE BKCLI-STATUS TO CDCB-CLI-STATUS
           MOVE BKCLI-RISK TO CDCB-RISK
           MOVE BKCLI-KYC-LAST TO CDCB-KYC-LAST
           MOVE BKCLI-KYC-NEXT TO CDCB-KYC-NEXT.

       FILL-CLIENT-AFTER.
           MOVE CLIENTS-NAME TO CDCA-NAME
           MOVE CLIENTS-DOC-ID TO CDCA-DOC-ID
           MOVE CLIENTS-PHONE TO CDCA-PHONE
           MOVE CLIENTS-ADDRESS TO CDCA-ADDRESS
           MOVE CLIENTS-STATUS TO CDCA-CLI-STATUS
           MOVE CLIENTS-RISK TO CDCA-RISK
           MOVE CLIENTS-KYC-LAST TO CDCA-KYC-LAST
           MOVE CLIENTS-KYC-NEXT TO CDCA-KYC-NEXT.

      ******************************************************************
      *    CONTAS: O MESMO EMPARELHAMENTO PELA CHAVE DONO + CONTA
      ******************************************************************
       COMPARE-ACCOUNTS.
           MOVE 'N' TO WS-CUR-OPEN
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '00'
               MOVE 'S' TO WS-CUR-OPEN
           ELSE
               IF FS-ACCOUNTS NOT = '35'
                   DISPLAY "Erro ao abrir file/accounts.txt: "
                           FS-ACCOUNTS
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-OLD-OPEN
           OPEN INPUT BKACCOUNTS
           IF FS-BKACCOUNTS = '00'
               MOVE 'S' TO WS-OLD-OPEN
           ELSE
               IF FS-BKACCOUNTS NOT = '35'
                   DISPLAY "Erro ao abrir file/backup_accounts.txt: "
                           FS-BKACCOUNTS
                   STOP RUN
               END-IF
               DISPLAY "CDCFEED: sem copia de contas - todas as "
                       "contas saem como novas"
           END-IF

           PERFORM READ-NEXT-ACCOUNT
           PERFORM READ-NEXT-BKACCOUNT
           PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
                     AND WS-OLD-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-OLD-KEY
                       PERFORM ACCOUNT-ADDED
                       PERFORM READ-NEXT-ACCOUNT
                   WHEN WS-CUR-KEY > WS-OLD-KEY
                       PERFORM ACCOUNT-DELETED
                       PERFORM READ-NEXT-BKACCOUNT
                   WHEN OTHER
                       PERFORM ACCOUNT-COMPARE
                       PERFORM READ-NEXT-ACCOUNT
                       PERFORM READ-NEXT-BKACCOUNT
               END-EVALUATE
           END-PERFORM

           IF WS-CUR-OPEN = 'S'
               CLOSE ACCOUNTS
           END-IF
           IF WS-OLD-OPEN = 'S'
               CLOSE BKACCOUNTS
           END-IF.

       READ-NEXT-ACCOUNT.
           MOVE HIGH-VALUES TO WS-CUR-KEY
           IF WS-CUR-OPEN = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ACC-READ
                       MOVE ACCOUNTS-KEY TO WS-CUR-KEY
               END-READ
           END-IF.

       READ-NEXT-BKACCOUNT.
           MOVE HIGH-VALUES TO WS-OLD-KEY
           IF WS-OLD-OPEN = 'S'
               READ BKACCOUNTS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BKACC-KEY TO WS-OLD-KEY
               END-READ
           END-IF.

       ACCOUNT-ADDED.
           PERFORM START-ACCOUNT-DETAIL
           MOVE 'A' TO CDCD-ACTION
           MOVE WS-CUR-KEY TO CDCD-KEY
           PERFORM FILL-ACCOUNT-AFTER
           ADD 1 TO CDCT-ACC-ADDED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       ACCOUNT-DELETED.
           PERFORM START-ACCOUNT-DETAIL
           MOVE 'D' TO CDCD-ACTION
           MOVE WS-OLD-KEY TO CDCD-KEY
           PERFORM FILL-ACCOUNT-BEFORE
           ADD 1 TO CDCT-ACC-DELETED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       ACCOUNT-COMPARE.
           PERFORM START-ACCOUNT-DETAIL
           MOVE 'C' TO CDCD-ACTION
           MOVE WS-CUR-KEY TO CDCD-KEY
           PERFORM FILL-ACCOUNT-BEFORE
           PERFORM FILL-ACCOUNT-AFTER
           IF CDCA-AMOUNT NOT = CDCB-AMOUNT
               MOVE 'S' TO CDCD-CHG-FLAG (1)
           END-IF
           IF CDCA-TYPE NOT = CDCB-TYPE
               MOVE 'S' TO CDCD-CHG-FLAG (2)
           END-IF
           IF CDCA-OVERDRAFT NOT = CDCB-OVERDRAFT
               MOVE 'S' TO CDCD-CHG-FLAG (3)
           END-IF
           IF CDCA-ACC-STATUS NOT = CDCB-ACC-STATUS
               MOVE 'S' TO CDCD-CHG-FLAG (4)
           END-IF
           IF CDCA-BRANCH NOT = CDCB-BRANCH
               MOVE 'S' TO CDCD-CHG-FLAG (5)
           END-IF
           IF CDCA-CURRENCY NOT = CDCB-CURRENCY
               MOVE 'S' TO CDCD-CHG-FLAG (6)
           END-IF
           IF CDCD-CHANGED = 'NNNNNN'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CDCT-ACC-CHANGED
           MOVE CDC-DETAIL TO CDCFILE-REC
           PERFORM WRITE-CDC-RECORD.

       START-ACCOUNT-DETAIL.
           MOVE 'A' TO CDCD-ENTITY
           MOVE 'NNNNNN' TO CDCD-CHANGED
           MOVE SPACES TO CDCD-BEFORE
           MOVE SPACES TO CDCD-AFTER.

      *    BALCAO EM BRANCO (REGISTOS ANTIGOS) CONTA COMO SEDE 0 E
      *    MOEDA EM BRANCO COMO A NACIONAL
       FILL-ACCOUNT-BEFORE.
           MOVE BKACC-AMOUNT TO CDCB-AMOUNT
           MOVE BKACC-TYPE TO CDCB-TYPE
           MOVE BKACC-OVERDRAFT TO CDCB-OVERDRAFT
           MOVE BKACC-STATUS TO CDCB-ACC-STATUS
           IF BKACC-BRANCH IS NUMERIC
               MOVE BKACC-BRANCH TO CDCB-BRANCH
           ELSE
               MOVE ZERO TO CDCB-BRANCH
           END-IF
           IF BKACC-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO CDCB-CURRENCY
           ELSE
               MOVE BKACC-CURRENCY TO CDCB-CURRENCY
           END-IF.

       FILL-ACCOUNT-AFTER.
           MOVE ACCOUNTS-AMOUNT TO CDCA-AMOUNT
           MOVE ACCOUNTS-TYPE TO CDCA-TYPE
           MOVE ACCOUNTS-OVERDRAFT TO CDCA-OVERDRAFT
           MOVE ACCOUNTS-STATUS TO CDCA-ACC-STATUS
           IF ACCOUNTS-BRANCH IS NUMERIC
               MOVE ACCOUNTS-BRANCH TO CDCA-BRANCH
           ELSE
               MOVE ZERO TO CDCA-BRANCH
           END-IF
           IF ACCOUNTS-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO CDCA-CURRENCY
           ELSE
               MOVE ACCOUNTS-CURRENCY TO CDCA-CURRENCY
           END-IF.

       WRITE-CDC-RECORD.
           WRITE CDCFILE-REC
           IF FS-CDCFILE NOT = '00'
               DISPLAY "Erro ao gravar em " WS-CDC-NAME ": "
                       FS-CDCFILE
               STOP RUN
           END-IF
           IF CDCFILE-REC (1:1) = 'D'
               ADD 1 TO CDCT-COUNT
           END-IF.
