       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATESIM.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    SIMULACAO DE ALTERACAO DE TAXAS DE JURO ("E SE?"). PARA
      *    UMA OU MAIS TAXAS PROPOSTAS POR TIPO (ATE 3 CENARIOS)
      *    PROJETA, NUM HORIZONTE A ESCOLHA, O QUE O INTACCR PAGARIA
      *    DE JURO CREDOR, A RETENCAO NA FONTE SOBRE ELE, O JURO
      *    DEVEDOR QUE COBRARIA E OS JUROS DOS DEPOSITOS A PRAZO, E
      *    POE LADO A LADO O CUSTO COM AS TAXAS ATUAIS E COM CADA
      *    CENARIO, POR TIPO DE CONTA E POR BALCAO.
      *    O ATUAL E O CALENDARIO DE TAXAS TAL COMO ESTA: AS TAXAS DE
      *    file/rates.txt (INCLUINDO AS JA AGENDADAS COM DATA FUTURA)
      *    E AS ALTERACOES DE TAXA AINDA PENDENTES EM file/pendchg.txt
      *    (EM VIGOR A PARTIR DA DATA DE EFEITO DO PEDIDO). UM
      *    CENARIO SUBSTITUI, DESDE A DATA DA PROPOSTA, O CALENDARIO
      *    DO TIPO PROPOSTO; OS OUTROS TIPOS FICAM COMO NO ATUAL.
      *    AS TAXAS DE RECURSO SAO AS DO INTACCR E DO TDMATURE.
      *    CALCULO, DIA UTIL A DIA UTIL DO HORIZONTE (O INTACCR CORRE
      *    UMA VEZ POR DIA DE NEGOCIO):
      *      CONTAS - SALDO MEDIO DOS RETRATOS DE file/balsnap.txt DA
      *               JANELA PEDIDA (SEM RETRATOS, O SALDO ATUAL) VEZES
      *               A SOMA DAS TAXAS DIARIAS; SALDO MEDIO NEGATIVO
      *               PAGA JURO DEVEDOR DENTRO/ALEM DO DESCOBERTO
      *               AUTORIZADO, SEM RETENCAO
      *      DEPOSITOS A PRAZO - OS ATIVOS CORREM A SUA TAXA
      *               CONGELADA ATE AO VENCIMENTO; OS QUE RENOVAM
      *               ('C'/'T') DENTRO DO HORIZONTE PASSAM A TAXA 'T'
      *               DO CENARIO NA DATA DE VENCIMENTO (CUSTO CORRIDO
      *               NO HORIZONTE, SEM RETENCAO, COMO NO TDMATURE)
      *    OS PEDIDOS ESTAO EM file/ratesim.txt, UMA LINHA POR ITEM:
      *      H DDDD LLL           - HORIZONTE EM DIAS DE CALENDARIO A
      *                             SEGUIR A DATA DE NEGOCIO (POR
      *                             OMISSAO 365) E JANELA DOS SALDOS
      *                             MEDIOS EM DIAS (POR OMISSAO 30)
      *      P N T 0,0000 AAAAMMDD - TAXA DIARIA PROPOSTA NO CENARIO N
      *                             (1 A 3) PARA O TIPO T (VER
      *                             RATES.cpy), A PARTIR DA DATA
      *                             (OMITIDA = INICIO DO HORIZONTE)
      *    LINHAS A COMECAR POR '*' SAO COMENTARIOS.
      *    OS TOTAIS SAO EM MOEDA NACIONAL: O JURO DAS CONTAS EM MOEDA
      *    ESTRANGEIRA (E DOS DEPOSITOS A PRAZO, NA MOEDA DA CONTA DE
      *    LIQUIDACAO) ENTRA PELO CONTRAVALOR AO CAMBIO MEDIO DA DATA
      *    DE NEGOCIO (FXCONV); SEM CAMBIO EM VIGOR CONTA ZERO E O FIM
      *    DA EXECUCAO AVISA.
      *    SO LE: NENHUM FICHEIRO MESTRE E ALTERADO. NAO FAZ PARTE DO
      *    CICLO (VER jcl/ratesim.sh); A SAIDA E A GERACAO DATADA
      *    file/ratesim_AAAAMMDD.txt CATALOGADA NO SPOOL.
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
           SELECT RATES ASSIGN 'file/rates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATES-KEY
               FILE STATUS IS FS-RATES.
           SELECT PENDCHG ASSIGN 'file/pendchg.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-SEQ
               FILE STATUS IS FS-PENDCHG.
           SELECT BALSNAP ASSIGN 'file/balsnap.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS FS-BALSNAP.
           SELECT TERMDEP ASSIGN 'file/termdep.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-SEQ
               FILE STATUS IS FS-TERMDEP.
           SELECT BRANCHES ASSIGN 'file/branches.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS FS-BRANCHES.
           SELECT WHTPARM ASSIGN 'file/whtparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WHTPARM.
           SELECT SIMPARM ASSIGN 'file/ratesim.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMPARM.
           SELECT SIMRPT ASSIGN WS-SIM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMRPT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD RATES.
           COPY 'RATES.cpy'.

       FD PENDCHG.
           COPY 'PENDCHG.cpy'.

       FD BALSNAP.
           COPY 'BALSNAP.cpy'.

       FD TERMDEP.
           COPY 'TERMDEP.cpy'.

       FD BRANCHES.
           COPY 'BRANCH.cpy'.

       FD WHTPARM.
       01 WHTPARM-REC                   PIC X(6).

       FD SIMPARM.
       01 SIMPARM-REC                   PIC X(60).

       FD SIMRPT.
       01 SIMRPT-REC                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
      *    HORIZONTE E JANELA DOS SALDOS MEDIOS (file/ratesim.txt)
       01 WS-HORIZON-DAYS               PIC 9(4) VALUE 365.
       01 WS-LOOKBACK-DAYS              PIC 9(3) VALUE 30.
       01 WS-HOR-FROM                   PIC 9(8).
       01 WS-HOR-FROM-INT               PIC 9(8).
       01 WS-HOR-TO                     PIC 9(8).
       01 WS-HOR-TO-INT                 PIC 9(8).
       01 WS-HOR-BUSDAYS                PIC 9(4) VALUE 0.
       01 WS-LB-FROM                    PIC 9(8).
       01 WS-LB-FROM-INT                PIC 9(8).
       01 WS-DAY-INT                    PIC 9(8).
       01 WS-DAY-DATE                   PIC 9(8).
      *    LINHA DO FICHEIRO DE PEDIDOS
       01 WS-PARM-1                     PIC X(10).
       01 WS-PARM-2                     PIC X(10).
       01 WS-PARM-3                     PIC X(10).
       01 WS-PARM-4                     PIC X(10).
       01 WS-PARM-5                     PIC X(10).
       01 WS-PARM-LINE                  PIC 9(4) VALUE 0.
       01 WS-PARM-BAD                   PIC 9(4) VALUE 0.
       01 WS-PARM-OK                    PIC X(1).
       01 WS-PARM-DATE                  PIC 9(8).
      *    TIPOS DE TAXA: OS 6 DO INTACCR E O DOS DEPOSITOS A PRAZO
       01 WS-TYPE-LIST                  PIC X(7) VALUE 'CSOXPYT'.
       01 WS-TYPE-IDX                   PIC 9(1).
       01 WS-TYPE-LABEL                 PIC X(30).
      *    CALENDARIO DE TAXAS DO ATUAL: file/rates.txt MAIS AS
      *    ALTERACOES PENDENTES (CARREGADAS DEPOIS, GANHAM NA MESMA
      *    DATA DE EFEITO)
       01 WS-RS-MAX                     PIC 9(3) VALUE 500.
       01 WS-RS-COUNT                   PIC 9(3) VALUE 0.
       01 WS-RS-IDX                     PIC 9(3).
       01 WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 500 TIMES.
               10 WS-RS-TYPE            PIC X(1).
               10 WS-RS-DATE            PIC 9(8).
               10 WS-RS-RATE            PIC 9V9999.
       01 WS-PEND-COUNT                 PIC 9(3) VALUE 0.
       01 WS-FUTURE-COUNT               PIC 9(3) VALUE 0.
      *    TAXAS PROPOSTAS (CENARIO, TIPO, DATA DE EFEITO, TAXA)
       01 WS-PR-MAX                     PIC 9(2) VALUE 60.
       01 WS-PR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-PR-IDX                     PIC 9(2).
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 60 TIMES.
               10 WS-PR-SCEN            PIC 9(1).
               10 WS-PR-TYPE            PIC X(1).
               10 WS-PR-DATE            PIC 9(8).
               10 WS-PR-RATE            PIC 9V9999.
      *    COLUNAS DO RELATORIO: 1 = ATUAL, 2 A 4 = CENARIOS 1 A 3
       01 WS-SC-COUNT                   PIC 9(1) VALUE 0.
       01 WS-COL-COUNT                  PIC 9(1).
       01 WS-SC-IDX                     PIC 9(1).
       01 WS-SC-NUMBER                  PIC 9(1).
       01 WS-COL-FROM                   PIC 9(1).
       01 WS-COL-POS                    PIC 9(3).
      *    TAXA EM VIGOR NUMA DATA, NUMA COLUNA
       01 WS-Q-TYPE                     PIC X(1).
       01 WS-Q-DATE                     PIC 9(8).
       01 WS-Q-SCEN                     PIC 9(1).
       01 WS-Q-RATE                     PIC 9V9999.
       01 WS-L-TYPE                     PIC X(1).
       01 WS-L-FOUND                    PIC X(1).
       01 WS-L-DATE                     PIC 9(8).
       01 WS-L-RATE                     PIC 9V9999.
      *    TAXAS DE RECURSO (AS DO INTACCR E DO TDMATURE)
       01 WS-DEFAULT-RATE               PIC 9V9999 VALUE 0,001.
       01 WS-DEFAULT-ARR-RATE           PIC 9V9999 VALUE 0,001.
       01 WS-DEFAULT-UNARR-RATE         PIC 9V9999 VALUE 0,002.
      *    SOMA DAS TAXAS DIARIAS NOS DIAS UTEIS DO HORIZONTE, POR
      *    TIPO (C S O X P Y) E POR COLUNA
       01 WS-FACTOR-TABLE.
           05 WS-FT-TYPE OCCURS 6 TIMES.
               10 WS-FT-SUM             PIC 9(5)V9999 OCCURS 4 TIMES.
       01 WS-WHT-RATE                   PIC 9V9999 VALUE 0.
      *    SALDO MEDIO E JURO DE UMA CONTA
       01 WS-BALSNAP-OPEN               PIC X(1) VALUE 'N'.
       01 WS-SNAP-SUM                   PIC S9(11)V99.
       01 WS-SNAP-DAYS                  PIC 9(3).
       01 WS-AVG-BAL                    PIC S9(9)V99.
       01 WS-AVG-DEBIT                  PIC 9(9)V99.
       01 WS-ARR-PART                   PIC 9(9)V99.
       01 WS-UNARR-PART                 PIC 9(9)V99.
       01 WS-CAT-IDX                    PIC 9(1).
       01 WS-CRED-TYPE                  PIC 9(1).
       01 WS-ARR-TYPE                   PIC 9(1).
       01 WS-UNARR-TYPE                 PIC 9(1).
       01 WS-CALC-CRED                  PIC S9(11)V99.
       01 WS-CALC-WHT                   PIC S9(11)V99.
       01 WS-CALC-DEBT                  PIC S9(11)V99.
       01 WS-ACCOUNT-COUNT              PIC 9(6) VALUE 0.
       01 WS-NOSNAP-COUNT               PIC 9(6) VALUE 0.
       01 WS-TD-COUNT                   PIC 9(6) VALUE 0.
      *    CONTRAVALOR EM MOEDA NACIONAL (VER FXCONV)
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-FX-AMOUNT                  PIC S9(9)V99.
       01 WS-HOME-AMOUNT                PIC S9(11)V99.
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
      *    PROJECAO DE UM DEPOSITO A PRAZO E DAS SUAS RENOVACOES
       01 WS-TD-PRIN                    PIC 9(9)V99.
       01 WS-TD-RATE                    PIC 9V9999.
       01 WS-TD-OPEN-INT                PIC 9(8).
       01 WS-TD-MAT-INT                 PIC 9(8).
       01 WS-TD-START-INT               PIC 9(8).
       01 WS-TD-END-INT                 PIC 9(8).
       01 WS-TD-SEGMENT                 PIC 9(11)V99.
       01 WS-TD-INTEREST                PIC 9(11)V99.
       01 WS-TD-ROLLS                   PIC 9(3).
       01 WS-TD-DONE                    PIC X(1).
      *    UMA ENTRADA POR BALCAO: POR CATEGORIA (1 = CORRENTES E
      *    OUTRAS CONTAS A TAXA 'C', 2 = POUPANCA, 3 = DEPOSITOS A
      *    PRAZO) E POR COLUNA, JURO CREDOR, RETENCAO E JURO DEVEDOR
       01 WS-BR-MAX                     PIC 9(3) VALUE 100.
       01 WS-BR-COUNT                   PIC 9(3) VALUE 0.
       01 WS-BR-IDX                     PIC 9(3).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 100 TIMES.
               10 WS-BR-CODE            PIC 9(3).
               10 WS-BR-PRINTED         PIC X(1).
               10 WS-BR-DATA.
                   15 WS-BR-CAT OCCURS 3 TIMES.
                       20 WS-BR-COL OCCURS 4 TIMES.
                           25 WS-BR-CRED    PIC S9(11)V99.
                           25 WS-BR-WHT     PIC S9(11)V99.
                           25 WS-BR-DEBT    PIC S9(11)V99.
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-BR-SKIPPED                 PIC 9(6) VALUE 0.
       01 WS-BEST-IDX                   PIC 9(3).
       01 WS-BR-NAME                    PIC X(30).
       01 WS-BRANCHES-OPEN              PIC X(1) VALUE 'N'.
      *    TOTAL GERAL, COM A MESMA FORMA DE UMA ENTRADA DE BALCAO
       01 WS-TOT-DATA.
           05 WS-TOT-CAT OCCURS 3 TIMES.
               10 WS-TOT-COL OCCURS 4 TIMES.
                   15 WS-TOT-CRED           PIC S9(11)V99.
                   15 WS-TOT-WHT            PIC S9(11)V99.
                   15 WS-TOT-DEBT           PIC S9(11)V99.
      *    BLOCO EM IMPRESSAO (UM BALCAO OU O TOTAL GERAL)
       01 WS-PB-DATA.
           05 WS-PB-CAT OCCURS 3 TIMES.
               10 WS-PB-COL OCCURS 4 TIMES.
                   15 WS-PB-CRED            PIC S9(11)V99.
                   15 WS-PB-WHT             PIC S9(11)V99.
                   15 WS-PB-DEBT            PIC S9(11)V99.
       01 WS-CELLS.
           05 WS-CELL                   PIC S9(11)V99 OCCURS 4 TIMES.
       01 WS-CAT-USED                   PIC X(1).
       01 WS-LINE-LABEL                 PIC X(30).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-SIM-NAME                   PIC X(40).
       01 WS-PRINT-LINE                 PIC X(120).
       01 WS-AMOUNT-EDIT                PIC -(11)9,99.
       01 WS-RATE-EDIT                  PIC 9,9999.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
       01 WS-DAYS-EDIT                  PIC Z(3)9.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-RATES                      PIC X(2).
       01 FS-PENDCHG                    PIC X(2).
       01 FS-BALSNAP                    PIC X(2).
       01 FS-TERMDEP                    PIC X(2).
       01 FS-BRANCHES                   PIC X(2).
       01 FS-WHTPARM                    PIC X(2).
       01 FS-SIMPARM                    PIC X(2).
       01 FS-SIMRPT                     PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "RATESIM: inicio da simulacao de taxas de juro"

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE)
           COMPUTE WS-HOR-FROM-INT = WS-BUSDATE-INT + 1
           COMPUTE WS-HOR-FROM =
               FUNCTION DATE-OF-INTEGER (WS-HOR-FROM-INT)

           PERFORM READ-SIMULATION-REQUEST
           IF WS-PR-COUNT = ZERO
               DISPLAY "RATESIM: nenhuma taxa proposta em "
                       "file/ratesim.txt - nada a simular"
               STOP RUN
           END-IF
           COMPUTE WS-COL-COUNT = WS-SC-COUNT + 1
           COMPUTE WS-HOR-TO-INT =
               WS-BUSDATE-INT + WS-HORIZON-DAYS
           COMPUTE WS-HOR-TO = FUNCTION DATE-OF-INTEGER (WS-HOR-TO-INT)
           COMPUTE WS-LB-FROM-INT =
               WS-BUSDATE-INT - WS-LOOKBACK-DAYS + 1
           COMPUTE WS-LB-FROM =
               FUNCTION DATE-OF-INTEGER (WS-LB-FROM-INT)

           PERFORM LOAD-RATE-SCHEDULE
           PERFORM LOAD-PENDING-RATES
           PERFORM READ-WHT-PARAMETER
      ******************************************************************
      *    SOMA DAS TAXAS DIARIAS DE CADA TIPO, DIA UTIL A DIA UTIL
      ******************************************************************
           INITIALIZE WS-FACTOR-TABLE
           PERFORM VARYING WS-DAY-INT FROM WS-HOR-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-HOR-TO-INT
               PERFORM ADD-ONE-DAY-RATES
           END-PERFORM
      ******************************************************************
      *    PROJETAR AS CONTAS E OS DEPOSITOS A PRAZO (SO LEITURA)
      ******************************************************************
           INITIALIZE WS-BR-TABLE
           INITIALIZE WS-TOT-DATA
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "RATESIM: ainda nao existem contas - "
                       "nada a simular"
               STOP RUN
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           OPEN INPUT BALSNAP
           IF FS-BALSNAP = '00'
               MOVE 'S' TO WS-BALSNAP-OPEN
           ELSE
               IF FS-BALSNAP NOT = '35'
                   DISPLAY "Erro ao abrir file/balsnap.txt: "
                           FS-BALSNAP
                   STOP RUN
               END-IF
               DISPLAY "RATESIM: AVISO - sem retratos de saldo "
                       "(file/balsnap.txt) - a usar os saldos atuais"
           END-IF

           PERFORM PROJECT-ACCOUNTS
           PERFORM PROJECT-TERM-DEPOSITS

           IF WS-BALSNAP-OPEN = 'S'
               CLOSE BALSNAP
           END-IF
           CLOSE ACCOUNTS
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-SIM-NAME
           STRING 'file/ratesim_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-SIM-NAME

           OPEN OUTPUT SIMRPT
           IF FS-SIMRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-SIM-NAME ": " FS-SIMRPT
               STOP RUN
           END-IF

           OPEN INPUT BRANCHES
           IF FS-BRANCHES = '00'
               MOVE 'S' TO WS-BRANCHES-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-RATE-SUMMARY
           PERFORM WRITE-ONE-BRANCH WS-BR-COUNT TIMES
           PERFORM WRITE-GRAND-TOTAL

           IF WS-BRANCHES-OPEN = 'S'
               CLOSE BRANCHES
           END-IF
           CLOSE SIMRPT

           MOVE 'RATESIM' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-SIM-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           DISPLAY "RATESIM: " WS-SC-COUNT " cenario(s), "
                   WS-ACCOUNT-COUNT " conta(s) e " WS-TD-COUNT
                   " deposito(s) a prazo projetados"
           IF WS-PARM-BAD > ZERO
               DISPLAY "RATESIM: AVISO - " WS-PARM-BAD " linha(s) de "
                       "file/ratesim.txt ignorada(s)"
           END-IF
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "RATESIM: " WS-NO-RATE-COUNT " valor(es) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF
           DISPLAY "RATESIM: relatorio emitido em " WS-SIM-NAME

           STOP RUN.

      ******************************************************************
      *    LER OS PEDIDOS DE file/ratesim.txt. UMA LINHA INVALIDA E
      *    MOSTRADA E IGNORADA; O CENARIO MAIS ALTO PEDIDO DA O NUMERO
      *    DE COLUNAS DO RELATORIO
      ******************************************************************
       READ-SIMULATION-REQUEST.
           OPEN INPUT SIMPARM
           IF FS-SIMPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-SIMPARM NOT = '00'
               DISPLAY "Erro ao abrir file/ratesim.txt: " FS-SIMPARM
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SIMPARM
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-PARM-LINE
                       IF SIMPARM-REC NOT = SPACES
                          AND SIMPARM-REC (1:1) NOT = '*'
                           PERFORM PARSE-REQUEST-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIMPARM.

       PARSE-REQUEST-LINE.
           MOVE SPACES TO WS-PARM-1 WS-PARM-2 WS-PARM-3
                          WS-PARM-4 WS-PARM-5
           UNSTRING SIMPARM-REC DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3
                    WS-PARM-4 WS-PARM-5
           END-UNSTRING
           MOVE 'S' TO WS-PARM-OK

           EVALUATE WS-PARM-1
               WHEN 'H'
                   PERFORM PARSE-HORIZON-LINE
               WHEN 'P'
                   PERFORM PARSE-PROPOSAL-LINE
               WHEN OTHER
                   MOVE 'N' TO WS-PARM-OK
           END-EVALUATE

           IF WS-PARM-OK NOT = 'S'
               ADD 1 TO WS-PARM-BAD
               DISPLAY "RATESIM: linha " WS-PARM-LINE
                       " de file/ratesim.txt invalida - ignorada: "
                       SIMPARM-REC (1:40)
           END-IF.

      ******************************************************************
      *    H DDDD LLL: HORIZONTE DE 1 A 3650 DIAS, JANELA DE 1 A 366
      ******************************************************************
       PARSE-HORIZON-LINE.
           IF WS-PARM-2 = SPACES
              OR FUNCTION TEST-NUMVAL (WS-PARM-2) NOT = ZERO
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-PARM-2) < 1
              OR FUNCTION NUMVAL (WS-PARM-2) > 3650
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PARM-3) NOT = ZERO
                   MOVE 'N' TO WS-PARM-OK
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL (WS-PARM-3) < 1
                  OR FUNCTION NUMVAL (WS-PARM-3) > 366
                   MOVE 'N' TO WS-PARM-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (WS-PARM-3) TO WS-LOOKBACK-DAYS
           END-IF
           MOVE FUNCTION NUMVAL (WS-PARM-2) TO WS-HORIZON-DAYS.

      ******************************************************************
      *    P N T 0,0000 AAAAMMDD: CENARIO 1 A 3, UM TIPO DE RATES.cpy,
      *    A TAXA DIARIA E (OPCIONAL) A DATA DE EFEITO
      ******************************************************************
       PARSE-PROPOSAL-LINE.
           IF WS-PARM-2 NOT = '1' AND WS-PARM-2 NOT = '2'
              AND WS-PARM-2 NOT = '3'
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-3 (2:9) NOT = SPACES
              OR (WS-PARM-3 (1:1) NOT = 'C' AND 'S' AND 'O' AND 'X'
                                  AND 'P' AND 'Y' AND 'T')
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-4 = SPACES
              OR FUNCTION TEST-NUMVAL (WS-PARM-4) NOT = ZERO
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-PARM-4) >= 1
               MOVE 'N' TO WS-PARM-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-PARM-5 = SPACES
               MOVE WS-HOR-FROM TO WS-PARM-DATE
           ELSE
               IF WS-PARM-5 (1:8) IS NOT NUMERIC
                  OR WS-PARM-5 (9:2) NOT = SPACES
                   MOVE 'N' TO WS-PARM-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM-5 (1:8) TO WS-PARM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-DATE)
                   NOT = ZERO
                   MOVE 'N' TO WS-PARM-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PR-COUNT >= WS-PR-MAX
               DISPLAY "RATESIM: AVISO - mais de " WS-PR-MAX
                       " propostas - linha " WS-PARM-LINE " ignorada"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PR-COUNT
           MOVE WS-PARM-2 (1:1) TO WS-PR-SCEN (WS-PR-COUNT)
           MOVE WS-PARM-3 (1:1) TO WS-PR-TYPE (WS-PR-COUNT)
           MOVE WS-PARM-DATE TO WS-PR-DATE (WS-PR-COUNT)
           COMPUTE WS-PR-RATE (WS-PR-COUNT) =
               FUNCTION NUMVAL (WS-PARM-4)
           IF WS-PR-SCEN (WS-PR-COUNT) > WS-SC-COUNT
               MOVE WS-PR-SCEN (WS-PR-COUNT) TO WS-SC-COUNT
           END-IF.

      ******************************************************************
      *    CALENDARIO DE TAXAS DE file/rates.txt, INCLUINDO AS DE DATA
      *    DE EFEITO FUTURA (JA AGENDADAS). SEM FICHEIRO FICAM AS
      *    TAXAS DE RECURSO
      ******************************************************************
       LOAD-RATE-SCHEDULE.
           OPEN INPUT RATES
           IF FS-RATES = '35'
               DISPLAY "RATESIM: file/rates.txt nao existe - o atual "
                       "usa as taxas de recurso"
               EXIT PARAGRAPH
           END-IF
           IF FS-RATES NOT = '00'
               DISPLAY "Erro ao abrir file/rates.txt: " FS-RATES
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ RATES NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-RATES NOT = '00'
                           DISPLAY "Erro ao ler file/rates.txt: "
                                   FS-RATES
                           STOP RUN
                       END-IF
                       MOVE RATES-TYPE TO WS-L-TYPE
                       MOVE RATES-EFF-DATE TO WS-L-DATE
                       MOVE RATES-RATE TO WS-L-RATE
                       PERFORM ADD-SCHEDULE-ENTRY
               END-READ
           END-PERFORM
           CLOSE RATES.

      ******************************************************************
      *    ALTERACOES DE TAXA PENDENTES (RATEMNT -> CHGAPPLY): CONTAM
      *    NO ATUAL A PARTIR DA DATA DE EFEITO DO PEDIDO, OU DA DATA DA
      *    CHAVE DA TAXA SE ESSA FOR POSTERIOR
      ******************************************************************
       LOAD-PENDING-RATES.
           OPEN INPUT PENDCHG
           IF FS-PENDCHG = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-PENDCHG NOT = '00'
               DISPLAY "Erro ao abrir file/pendchg.txt: " FS-PENDCHG
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ PENDCHG NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-PENDCHG NOT = '00'
                           DISPLAY "Erro ao ler file/pendchg.txt: "
                                   FS-PENDCHG
                           STOP RUN
                       END-IF
                       IF PEND-FILE = 'RATES' AND PEND-STATUS = 'P'
                          AND PEND-KEY (2:8) IS NUMERIC
                           MOVE PEND-KEY (1:1) TO WS-L-TYPE
                           MOVE PEND-KEY (2:8) TO WS-L-DATE
                           IF PEND-EFF-DATE > WS-L-DATE
                               MOVE PEND-EFF-DATE TO WS-L-DATE
                           END-IF
                           COMPUTE WS-L-RATE =
                               FUNCTION NUMVAL (PEND-NEW)
                           ADD 1 TO WS-PEND-COUNT
                           PERFORM ADD-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDCHG.

       ADD-SCHEDULE-ENTRY.
           IF WS-RS-COUNT >= WS-RS-MAX
               DISPLAY "RATESIM: AVISO - calendario de taxas com mais "
                       "de " WS-RS-MAX " entradas - taxa " WS-L-TYPE
                       " de " WS-L-DATE " ignorada"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RS-COUNT
           MOVE WS-L-TYPE TO WS-RS-TYPE (WS-RS-COUNT)
           MOVE WS-L-DATE TO WS-RS-DATE (WS-RS-COUNT)
           MOVE WS-L-RATE TO WS-RS-RATE (WS-RS-COUNT)
           IF WS-L-DATE > WS-BUSDATE
               ADD 1 TO WS-FUTURE-COUNT
           END-IF.

      ******************************************************************
      *    TAXA DE RETENCAO NA FONTE (COMO NO INTACCR; SEM FICHEIRO
      *    NAO HA RETENCAO)
      ******************************************************************
       READ-WHT-PARAMETER.
           OPEN INPUT WHTPARM
           IF FS-WHTPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-WHTPARM NOT = '00'
               DISPLAY "Erro ao abrir file/whtparm.txt: " FS-WHTPARM
               STOP RUN
           END-IF
           READ WHTPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF WHTPARM-REC NOT = SPACES
                       MOVE FUNCTION NUMVAL (WHTPARM-REC)
                           TO WS-WHT-RATE
                   END-IF
           END-READ
           CLOSE WHTPARM.

      ******************************************************************
      *    UM DIA DO HORIZONTE: SE FOR DIA UTIL O INTACCR CORRE E CADA
      *    TIPO SOMA A TAXA EM VIGOR NESSE DIA, EM CADA COLUNA
      ******************************************************************
       ADD-ONE-DAY-RATES.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE 'T' TO BC-FUNC
           MOVE WS-DAY-DATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF BC-BUSDAY NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOR-BUSDAYS
           MOVE WS-DAY-DATE TO WS-Q-DATE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 6
               MOVE WS-TYPE-LIST (WS-TYPE-IDX:1) TO WS-Q-TYPE
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-COL-COUNT
                   MOVE WS-SC-IDX TO WS-Q-SCEN
                   PERFORM RATE-IN-FORCE
                   ADD WS-Q-RATE TO WS-FT-SUM (WS-TYPE-IDX, WS-SC-IDX)
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      *    TAXA DO TIPO WS-Q-TYPE EM VIGOR EM WS-Q-DATE NA COLUNA
      *    WS-Q-SCEN, COM OS RECURSOS DO INTACCR ('P'/'Y' SEM TAXA
      *    PROPRIA USAM 'O'/'X') E DO TDMATURE ('T' SEM TAXA PROPRIA
      *    USA 'S')
      ******************************************************************
       RATE-IN-FORCE.
           MOVE WS-Q-TYPE TO WS-L-TYPE
           PERFORM LOOKUP-RATE
           IF WS-L-FOUND = 'S'
               MOVE WS-L-RATE TO WS-Q-RATE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-Q-TYPE
               WHEN 'P'
                   MOVE 'O' TO WS-L-TYPE
                   MOVE WS-DEFAULT-ARR-RATE TO WS-Q-RATE
               WHEN 'Y'
                   MOVE 'X' TO WS-L-TYPE
                   MOVE WS-DEFAULT-UNARR-RATE TO WS-Q-RATE
               WHEN 'T'
                   MOVE 'S' TO WS-L-TYPE
                   MOVE WS-DEFAULT-RATE TO WS-Q-RATE
               WHEN 'O'
                   MOVE WS-DEFAULT-ARR-RATE TO WS-Q-RATE
                   EXIT PARAGRAPH
               WHEN 'X'
                   MOVE WS-DEFAULT-UNARR-RATE TO WS-Q-RATE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE WS-DEFAULT-RATE TO WS-Q-RATE
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LOOKUP-RATE
           IF WS-L-FOUND = 'S'
               MOVE WS-L-RATE TO WS-Q-RATE
           END-IF.

      ******************************************************************
      *    NUM CENARIO, A PROPOSTA MAIS RECENTE DO TIPO QUE JA ESTEJA
      *    EM VIGOR GANHA A TUDO O QUE ESTAVA AGENDADO; SEM ELA (E NO
      *    ATUAL) VALE A ENTRADA MAIS RECENTE DO CALENDARIO
      ******************************************************************
       LOOKUP-RATE.
           MOVE 'N' TO WS-L-FOUND
           MOVE ZERO TO WS-L-DATE
           IF WS-Q-SCEN > 1
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-COUNT
                   IF WS-PR-SCEN (WS-PR-IDX) = WS-Q-SCEN - 1
                      AND WS-PR-TYPE (WS-PR-IDX) = WS-L-TYPE
                      AND WS-PR-DATE (WS-PR-IDX) <= WS-Q-DATE
                      AND WS-PR-DATE (WS-PR-IDX) >= WS-L-DATE
                       MOVE 'S' TO WS-L-FOUND
                       MOVE WS-PR-DATE (WS-PR-IDX) TO WS-L-DATE
                       MOVE WS-PR-RATE (WS-PR-IDX) TO WS-L-RATE
                   END-IF
               END-PERFORM
               IF WS-L-FOUND = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               IF WS-RS-TYPE (WS-RS-IDX) = WS-L-TYPE
                  AND WS-RS-DATE (WS-RS-IDX) <= WS-Q-DATE
                  AND WS-RS-DATE (WS-RS-IDX) >= WS-L-DATE
                   MOVE 'S' TO WS-L-FOUND
                   MOVE WS-RS-DATE (WS-RS-IDX) TO WS-L-DATE
                   MOVE WS-RS-RATE (WS-RS-IDX) TO WS-L-RATE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    TODAS AS CONTAS NAO ENCERRADAS, COMO NO INTACCR
      ******************************************************************
       PROJECT-ACCOUNTS.
           MOVE 'N' TO END-FILE
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
                       IF ACCOUNTS-STATUS NOT = 'C'
                           PERFORM PROJECT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       PROJECT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           IF ACCOUNTS-BRANCH IS NUMERIC
               MOVE ACCOUNTS-BRANCH TO WS-THIS-BRANCH
           ELSE
               MOVE ZERO TO WS-THIS-BRANCH
           END-IF
           PERFORM FIND-BRANCH-ENTRY
           PERFORM AVERAGE-BALANCE

           IF ACCOUNTS-TYPE = 'S'
               MOVE 2 TO WS-CAT-IDX
               MOVE 2 TO WS-CRED-TYPE
               MOVE 5 TO WS-ARR-TYPE
               MOVE 6 TO WS-UNARR-TYPE
           ELSE
               MOVE 1 TO WS-CAT-IDX
               MOVE 1 TO WS-CRED-TYPE
               MOVE 3 TO WS-ARR-TYPE
               MOVE 4 TO WS-UNARR-TYPE
           END-IF

           IF WS-AVG-BAL < ZERO
               COMPUTE WS-AVG-DEBIT = 0 - WS-AVG-BAL
               IF WS-AVG-DEBIT > ACCOUNTS-OVERDRAFT
                   MOVE ACCOUNTS-OVERDRAFT TO WS-ARR-PART
                   COMPUTE WS-UNARR-PART =
                       WS-AVG-DEBIT - ACCOUNTS-OVERDRAFT
               ELSE
                   MOVE WS-AVG-DEBIT TO WS-ARR-PART
                   MOVE ZERO TO WS-UNARR-PART
               END-IF
           END-IF

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               MOVE ZERO TO WS-CALC-CRED WS-CALC-WHT WS-CALC-DEBT
               IF WS-AVG-BAL < ZERO
                   COMPUTE WS-CALC-DEBT ROUNDED =
                       WS-ARR-PART * WS-FT-SUM (WS-ARR-TYPE, WS-SC-IDX)
                       + WS-UNARR-PART
                         * WS-FT-SUM (WS-UNARR-TYPE, WS-SC-IDX)
               ELSE
                   COMPUTE WS-CALC-CRED ROUNDED =
                       WS-AVG-BAL * WS-FT-SUM (WS-CRED-TYPE, WS-SC-IDX)
                   COMPUTE WS-CALC-WHT ROUNDED =
                       WS-CALC-CRED * WS-WHT-RATE
               END-IF
               PERFORM ADD-TO-TOTALS
           END-PERFORM.

      ******************************************************************
      *    SALDO MEDIO DA CONTA NOS RETRATOS DA JANELA (SO HA RETRATOS
      *    EM DIAS DE NEGOCIO); SEM NENHUM, O SALDO ATUAL
      ******************************************************************
       AVERAGE-BALANCE.
           MOVE ZERO TO WS-SNAP-SUM WS-SNAP-DAYS
           IF WS-BALSNAP-OPEN = 'S'
               PERFORM VARYING WS-DAY-INT FROM WS-LB-FROM-INT BY 1
                       UNTIL WS-DAY-INT > WS-BUSDATE-INT
                   COMPUTE SNAP-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
                   MOVE ACCOUNTS-ID-USER TO SNAP-ID-USER
                   MOVE ACCOUNTS-ID TO SNAP-ID
                   READ BALSNAP
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD SNAP-AMOUNT TO WS-SNAP-SUM
                           ADD 1 TO WS-SNAP-DAYS
                   END-READ
               END-PERFORM
           END-IF

           IF WS-SNAP-DAYS > ZERO
               COMPUTE WS-AVG-BAL ROUNDED = WS-SNAP-SUM / WS-SNAP-DAYS
           ELSE
               MOVE ACCOUNTS-AMOUNT TO WS-AVG-BAL
               ADD 1 TO WS-NOSNAP-COUNT
           END-IF.

      ******************************************************************
      *    ENTRADA DO BALCAO WS-THIS-BRANCH (WS-BR-IDX; ZERO QUANDO A
      *    TABELA ESTA CHEIA - SO CONTA PARA O TOTAL GERAL)
      ******************************************************************
       FIND-BRANCH-ENTRY.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = WS-THIS-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-IDX
                   MOVE WS-THIS-BRANCH TO WS-BR-CODE (WS-BR-IDX)
                   MOVE 'N' TO WS-BR-PRINTED (WS-BR-IDX)
               ELSE
                   MOVE ZERO TO WS-BR-IDX
                   ADD 1 TO WS-BR-SKIPPED
               END-IF
           END-IF.

      ******************************************************************
      *    SOMAR O JURO DE UMA CONTA OU DEPOSITO NUMA COLUNA, JA EM
      *    MOEDA NACIONAL
      ******************************************************************
       ADD-TO-TOTALS.
           IF WS-CALC-CRED NOT = ZERO
               MOVE WS-CALC-CRED TO WS-FX-AMOUNT
               PERFORM GET-HOME-EQUIVALENT
               MOVE WS-HOME-AMOUNT TO WS-CALC-CRED
           END-IF
           IF WS-CALC-WHT NOT = ZERO
               MOVE WS-CALC-WHT TO WS-FX-AMOUNT
               PERFORM GET-HOME-EQUIVALENT
               MOVE WS-HOME-AMOUNT TO WS-CALC-WHT
           END-IF
           IF WS-CALC-DEBT NOT = ZERO
               MOVE WS-CALC-DEBT TO WS-FX-AMOUNT
               PERFORM GET-HOME-EQUIVALENT
               MOVE WS-HOME-AMOUNT TO WS-CALC-DEBT
           END-IF
           IF WS-BR-IDX > ZERO
               ADD WS-CALC-CRED
                   TO WS-BR-CRED (WS-BR-IDX, WS-CAT-IDX, WS-SC-IDX)
               ADD WS-CALC-WHT
                   TO WS-BR-WHT (WS-BR-IDX, WS-CAT-IDX, WS-SC-IDX)
               ADD WS-CALC-DEBT
                   TO WS-BR-DEBT (WS-BR-IDX, WS-CAT-IDX, WS-SC-IDX)
           END-IF
           ADD WS-CALC-CRED TO WS-TOT-CRED (WS-CAT-IDX, WS-SC-IDX)
           ADD WS-CALC-WHT TO WS-TOT-WHT (WS-CAT-IDX, WS-SC-IDX)
           ADD WS-CALC-DEBT TO WS-TOT-DEBT (WS-CAT-IDX, WS-SC-IDX).

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
      *    DEPOSITOS A PRAZO ATIVOS, NO BALCAO DA CONTA DE LIQUIDACAO
      ******************************************************************
       PROJECT-TERM-DEPOSITS.
           OPEN INPUT TERMDEP
           IF FS-TERMDEP = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao abrir file/termdep.txt: " FS-TERMDEP
               STOP RUN
           END-IF

           MOVE 3 TO WS-CAT-IDX
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
                       IF TD-STATUS = 'A'
                           PERFORM PROJECT-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMDEP.

       PROJECT-ONE-DEPOSIT.
           ADD 1 TO WS-TD-COUNT
           MOVE ZERO TO WS-THIS-BRANCH
           MOVE SPACES TO WS-ACC-CURRENCY
           MOVE TD-ID-USER TO ACCOUNTS-ID-USER
           MOVE TD-SETTLE-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNTS-BRANCH IS NUMERIC
                       MOVE ACCOUNTS-BRANCH TO WS-THIS-BRANCH
                   END-IF
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           END-READ
           PERFORM FIND-BRANCH-ENTRY

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               PERFORM PROJECT-DEPOSIT-COLUMN
               MOVE WS-TD-INTEREST TO WS-CALC-CRED
               MOVE ZERO TO WS-CALC-WHT WS-CALC-DEBT
               PERFORM ADD-TO-TOTALS
           END-PERFORM.

      ******************************************************************
      *    JURO CORRIDO NO HORIZONTE POR UM DEPOSITO NUMA COLUNA: O
      *    DEPOSITO ATUAL A TAXA CONGELADA E, SE VENCE DENTRO DO
      *    HORIZONTE COM INSTRUCAO DE RENOVACAO, CADA RENOVACAO COM O
      *    MESMO PRAZO A TAXA 'T' DA COLUNA NA DATA DE VENCIMENTO
      *    ('T' RENOVA CAPITAL MAIS JUROS, COMO NO TDMATURE)
      ******************************************************************
       PROJECT-DEPOSIT-COLUMN.
           MOVE TD-AMOUNT TO WS-TD-PRIN
           MOVE TD-RATE TO WS-TD-RATE
           COMPUTE WS-TD-OPEN-INT =
               FUNCTION INTEGER-OF-DATE (TD-OPEN-DATE)
           COMPUTE WS-TD-MAT-INT =
               FUNCTION INTEGER-OF-DATE (TD-MATURITY-DATE)
           MOVE ZERO TO WS-TD-INTEREST WS-TD-ROLLS
           MOVE 'N' TO WS-TD-DONE

           PERFORM UNTIL WS-TD-DONE = 'S'
               IF WS-TD-OPEN-INT > WS-BUSDATE-INT
                   MOVE WS-TD-OPEN-INT TO WS-TD-START-INT
               ELSE
                   MOVE WS-BUSDATE-INT TO WS-TD-START-INT
               END-IF
               IF WS-TD-MAT-INT < WS-HOR-TO-INT
                   MOVE WS-TD-MAT-INT TO WS-TD-END-INT
               ELSE
                   MOVE WS-HOR-TO-INT TO WS-TD-END-INT
               END-IF
               IF WS-TD-END-INT > WS-TD-START-INT
                   COMPUTE WS-TD-SEGMENT ROUNDED =
                       WS-TD-PRIN * WS-TD-RATE
                       * (WS-TD-END-INT - WS-TD-START-INT)
                   ADD WS-TD-SEGMENT TO WS-TD-INTEREST
               END-IF

               IF (TD-MAT-INSTR = 'C' OR TD-MAT-INSTR = 'T')
                  AND WS-TD-MAT-INT <= WS-HOR-TO-INT
                  AND TD-TERM-DAYS > ZERO
                  AND WS-TD-ROLLS < 999
                   ADD 1 TO WS-TD-ROLLS
                   IF TD-MAT-INSTR = 'T'
                       COMPUTE WS-TD-PRIN ROUNDED = WS-TD-PRIN
                           + WS-TD-PRIN * WS-TD-RATE * TD-TERM-DAYS
                   END-IF
                   MOVE WS-TD-MAT-INT TO WS-TD-OPEN-INT
                   COMPUTE WS-TD-MAT-INT =
                       WS-TD-OPEN-INT + TD-TERM-DAYS
                   MOVE 'T' TO WS-Q-TYPE
                   COMPUTE WS-Q-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-TD-OPEN-INT)
                   MOVE WS-SC-IDX TO WS-Q-SCEN
                   PERFORM RATE-IN-FORCE
                   MOVE WS-Q-RATE TO WS-TD-RATE
               ELSE
                   MOVE 'S' TO WS-TD-DONE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    CABECALHO: HORIZONTE, JANELA, RETENCAO E PROPOSTAS
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SIMULACAO DE ALTERACAO DE TAXAS DE JURO - DATA DE '
                  DELIMITED SIZE
                  'NEGOCIO ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'SIMULACAO SO DE LEITURA: NENHUM FICHEIRO MESTRE FOI '
               TO WS-PRINT-LINE (1:52)
           MOVE 'ALTERADO' TO WS-PRINT-LINE (53:8)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HORIZON-DAYS TO WS-DAYS-EDIT
           MOVE WS-HOR-BUSDAYS TO WS-COUNT-EDIT
           STRING 'HORIZONTE: ' DELIMITED SIZE
                  WS-HOR-FROM DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WS-HOR-TO DELIMITED SIZE
                  ' (' DELIMITED SIZE
                  WS-DAYS-EDIT DELIMITED SIZE
                  ' DIAS,' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  ' DIAS UTEIS DE JURO)' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'SALDOS MEDIOS: RETRATOS DE ' DELIMITED SIZE
                  WS-LB-FROM DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-WHT-RATE TO WS-RATE-EDIT
           STRING 'RETENCAO NA FONTE SOBRE O JURO CREDOR: '
                  DELIMITED SIZE
                  WS-RATE-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FUTURE-COUNT TO WS-COUNT-EDIT
           STRING 'ALTERACOES DE TAXA JA AGENDADAS NO ATUAL:'
                  DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PEND-COUNT TO WS-COUNT-EDIT
           STRING ' (PENDENTES DE APLICACAO:' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO WS-PRINT-LINE (48:40)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TAXAS PROPOSTAS' TO WS-PRINT-LINE (1:15)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-PR-RATE (WS-PR-IDX) TO WS-RATE-EDIT
               STRING '  CENARIO ' DELIMITED SIZE
                      WS-PR-SCEN (WS-PR-IDX) DELIMITED SIZE
                      '  TIPO ' DELIMITED SIZE
                      WS-PR-TYPE (WS-PR-IDX) DELIMITED SIZE
                      '  TAXA DIARIA ' DELIMITED SIZE
                      WS-RATE-EDIT DELIMITED SIZE
                      '  A PARTIR DE ' DELIMITED SIZE
                      WS-PR-DATE (WS-PR-IDX) DELIMITED SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      ******************************************************************
      *    TAXA DE CADA TIPO NO FIM DO HORIZONTE, POR COLUNA
      ******************************************************************
       WRITE-RATE-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'TAXA DIARIA NO FIM DO HORIZONTE' TO WS-LINE-LABEL
           PERFORM WRITE-COLUMN-HEADER

           MOVE WS-HOR-TO TO WS-Q-DATE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 7
               MOVE WS-TYPE-LIST (WS-TYPE-IDX:1) TO WS-Q-TYPE
               PERFORM SET-TYPE-LABEL
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-TYPE-LABEL TO WS-PRINT-LINE (3:30)
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-COL-COUNT
                   MOVE WS-SC-IDX TO WS-Q-SCEN
                   PERFORM RATE-IN-FORCE
                   MOVE WS-Q-RATE TO WS-RATE-EDIT
                   COMPUTE WS-COL-POS = 35 + (WS-SC-IDX - 1) * 18 + 9
                   MOVE WS-RATE-EDIT TO WS-PRINT-LINE (WS-COL-POS:6)
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       SET-TYPE-LABEL.
           EVALUATE WS-Q-TYPE
               WHEN 'C'
                   MOVE 'C - CREDOR CONTAS CORRENTES' TO WS-TYPE-LABEL
               WHEN 'S'
                   MOVE 'S - CREDOR POUPANCA' TO WS-TYPE-LABEL
               WHEN 'O'
                   MOVE 'O - DEVEDOR CORR. AUTORIZADO' TO WS-TYPE-LABEL
               WHEN 'X'
                   MOVE 'X - DEVEDOR CORR. EXCEDIDO' TO WS-TYPE-LABEL
               WHEN 'P'
                   MOVE 'P - DEVEDOR POUP. AUTORIZADO' TO WS-TYPE-LABEL
               WHEN 'Y'
                   MOVE 'Y - DEVEDOR POUP. EXCEDIDO' TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE 'T - DEPOSITOS A PRAZO' TO WS-TYPE-LABEL
           END-EVALUATE.

      ******************************************************************
      *    TITULOS DAS COLUNAS, COM WS-LINE-LABEL A ESQUERDA
      ******************************************************************
       WRITE-COLUMN-HEADER.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LINE-LABEL TO WS-PRINT-LINE (1:30)
           MOVE 'ATUAL' TO WS-PRINT-LINE (45:5)
           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               COMPUTE WS-COL-POS = 35 + (WS-SC-IDX - 1) * 18 + 6
               MOVE 'CENARIO' TO WS-PRINT-LINE (WS-COL-POS:7)
               COMPUTE WS-COL-POS = WS-COL-POS + 8
               COMPUTE WS-SC-NUMBER = WS-SC-IDX - 1
               MOVE WS-SC-NUMBER TO WS-PRINT-LINE (WS-COL-POS:1)
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    BALCOES POR ORDEM DE CODIGO: O MAIS BAIXO AINDA POR IMPRIMIR
      ******************************************************************
       WRITE-ONE-BRANCH.
           MOVE ZERO TO WS-BEST-IDX
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-PRINTED (WS-BR-IDX) NOT = 'S'
                   IF WS-BEST-IDX = ZERO
                       MOVE WS-BR-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-BR-CODE (WS-BR-IDX)
                          < WS-BR-CODE (WS-BEST-IDX)
                           MOVE WS-BR-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-BR-PRINTED (WS-BEST-IDX)

           MOVE SPACES TO WS-BR-NAME
           IF WS-BRANCHES-OPEN = 'S'
               MOVE WS-BR-CODE (WS-BEST-IDX) TO BRANCH-CODE
               READ BRANCHES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BR-NAME
               END-READ
           END-IF
           IF WS-BR-NAME = SPACES AND WS-BR-CODE (WS-BEST-IDX) = ZERO
               MOVE 'SEDE' TO WS-BR-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALCAO ' DELIMITED SIZE
                  WS-BR-CODE (WS-BEST-IDX) DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-BR-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-BR-DATA (WS-BEST-IDX) TO WS-PB-DATA
           PERFORM WRITE-PRINT-BLOCK.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TOTAL GERAL' TO WS-PRINT-LINE (1:11)
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOT-DATA TO WS-PB-DATA
           PERFORM WRITE-PRINT-BLOCK

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT
           STRING 'CONTAS PROJETADAS: ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-NOSNAP-COUNT TO WS-COUNT-EDIT
           STRING '   SEM RETRATO NA JANELA (SALDO ATUAL): '
                  DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE (26:50)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TD-COUNT TO WS-COUNT-EDIT
           STRING 'DEPOSITOS A PRAZO ATIVOS PROJETADOS: ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BR-SKIPPED > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-BR-SKIPPED TO WS-COUNT-EDIT
               STRING 'ITENS DE BALCOES ALEM DO LIMITE DA TABELA (SO '
                      DELIMITED SIZE
                      'NO TOTAL GERAL): ' DELIMITED SIZE
                      WS-COUNT-EDIT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    UM BLOCO (BALCAO OU TOTAL GERAL): AS CATEGORIAS COM
      *    MOVIMENTO, O CUSTO LIQUIDO (JURO PAGO MENOS JURO DEVEDOR
      *    COBRADO) E A DIFERENCA DE CADA CENARIO PARA O ATUAL
      ******************************************************************
       WRITE-PRINT-BLOCK.
           MOVE 'JURO NO HORIZONTE' TO WS-LINE-LABEL
           PERFORM WRITE-COLUMN-HEADER
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 3
               PERFORM WRITE-CATEGORY-LINES
           END-PERFORM

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               COMPUTE WS-CELL (WS-SC-IDX) =
                   WS-PB-CRED (1, WS-SC-IDX) + WS-PB-CRED (2, WS-SC-IDX)
                   + WS-PB-CRED (3, WS-SC-IDX)
                   - WS-PB-DEBT (1, WS-SC-IDX)
                   - WS-PB-DEBT (2, WS-SC-IDX)
           END-PERFORM
           MOVE 'CUSTO LIQUIDO DE JUROS' TO WS-LINE-LABEL
           MOVE 1 TO WS-COL-FROM
           PERFORM WRITE-CELL-LINE

           PERFORM VARYING WS-SC-IDX FROM 2 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               SUBTRACT WS-CELL (1) FROM WS-CELL (WS-SC-IDX)
           END-PERFORM
           MOVE 'DIFERENCA PARA O ATUAL' TO WS-LINE-LABEL
           MOVE 2 TO WS-COL-FROM
           PERFORM WRITE-CELL-LINE.

       WRITE-CATEGORY-LINES.
           MOVE 'N' TO WS-CAT-USED
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               IF WS-PB-CRED (WS-CAT-IDX, WS-SC-IDX) NOT = ZERO
                  OR WS-PB-DEBT (WS-CAT-IDX, WS-SC-IDX) NOT = ZERO
                   MOVE 'S' TO WS-CAT-USED
               END-IF
           END-PERFORM
           IF WS-CAT-USED NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE WS-CAT-IDX
               WHEN 1
                   MOVE 'CONTAS CORRENTES' TO WS-PRINT-LINE (1:16)
               WHEN 2
                   MOVE 'CONTAS POUPANCA' TO WS-PRINT-LINE (1:15)
               WHEN OTHER
                   MOVE 'DEPOSITOS A PRAZO' TO WS-PRINT-LINE (1:17)
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-COL-FROM

           IF WS-CAT-IDX = 3
               PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                       UNTIL WS-SC-IDX > WS-COL-COUNT
                   MOVE WS-PB-CRED (WS-CAT-IDX, WS-SC-IDX)
                       TO WS-CELL (WS-SC-IDX)
               END-PERFORM
               MOVE 'JURO CORRIDO' TO WS-LINE-LABEL
               PERFORM WRITE-CELL-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               MOVE WS-PB-CRED (WS-CAT-IDX, WS-SC-IDX)
                   TO WS-CELL (WS-SC-IDX)
           END-PERFORM
           MOVE 'JURO CREDOR BRUTO' TO WS-LINE-LABEL
           PERFORM WRITE-CELL-LINE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               MOVE WS-PB-WHT (WS-CAT-IDX, WS-SC-IDX)
                   TO WS-CELL (WS-SC-IDX)
           END-PERFORM
           MOVE 'RETENCAO NA FONTE' TO WS-LINE-LABEL
           PERFORM WRITE-CELL-LINE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               MOVE WS-PB-DEBT (WS-CAT-IDX, WS-SC-IDX)
                   TO WS-CELL (WS-SC-IDX)
           END-PERFORM
           MOVE 'JURO DEVEDOR (PROVEITO)' TO WS-LINE-LABEL
           PERFORM WRITE-CELL-LINE.

       WRITE-CELL-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-LINE-LABEL TO WS-PRINT-LINE (3:30)
           PERFORM VARYING WS-SC-IDX FROM WS-COL-FROM BY 1
                   UNTIL WS-SC-IDX > WS-COL-COUNT
               MOVE WS-CELL (WS-SC-IDX) TO WS-AMOUNT-EDIT
               COMPUTE WS-COL-POS = 35 + (WS-SC-IDX - 1) * 18
               MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (WS-COL-POS:15)
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO SIMRPT-REC
           WRITE SIMRPT-REC
           IF FS-SIMRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-SIM-NAME ": " FS-SIMRPT
               STOP RUN
           END-IF.
