       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB ANUAL DE SALDOS NAO RECLAMADOS. CORRE NO CICLO DE
      *    FIM-DE-DIA MAS SO FAZ TRABALHO NO ULTIMO DIA UTIL DO MES
      *    DE file/eschparm.txt (POR OMISSAO DEZEMBRO - VER BUSCAL).
      *    CADA ANO, NUMA SO PASSAGEM PELAS CONTAS:
      *      - AVISO: CONTA DORMENTE ('D') COM SALDO A FAVOR DO
      *        CLIENTE E SEM MOVIMENTO DO CLIENTE HA MAIS ANOS DO QUE
      *        O PRAZO LEGAL (MESMOS TIPOS DE MOVIMENTO DO DORMSCAN,
      *        MAIS A DEVOLUCAO 'ESCHRTN') ENTRA NO REGISTO
      *        file/unclaimed.txt (VER UNCLAIM.cpy) E NA GERACAO
      *        file/escheat_notice_AAAAMMDD.txt, DE ONDE O LETTERS
      *        TIRA A CARTA DE AVISO PARA A ULTIMA MORADA CONHECIDA
      *      - ENTREGA: CONTA AVISADA HA PELO MENOS OS DIAS DO PRAZO
      *        DO AVISO E AINDA DORMENTE - O SALDO SAI DA CONTA NUM
      *        MOVIMENTO 'ESCHEAT' (O MAPA file/glmap.txt LEVA-O AO
      *        PASSIVO DE SALDOS NAO RECLAMADOS), A CONTA FICA COM
      *        ACCOUNTS-STATUS 'U' E O VALOR FICA NO REGISTO PARA UMA
      *        RECLAMACAO FUTURA NO ESCHCLM
      *      - CONTA AVISADA QUE DEIXOU DE ESTAR DORMENTE (O CLIENTE
      *        VOLTOU) TEM O AVISO ANULADO
      *    COMO O PASSO SO TRABALHA UMA VEZ POR ANO, O SALDO DE UM
      *    AVISO E ENTREGUE NA CORRIDA DO ANO SEGUINTE.
      *    O RELATORIO DE ENTREGA PARA O REGULADOR, POR CLIENTE
      *    (NOME, DOCUMENTO, MORADA, CONTAS E VALORES), E A GERACAO
      *    DATADA file/escheat_report_AAAAMMDD.txt. AS DUAS GERACOES
      *    FICAM CATALOGADAS NO SPOOL (VER SPOOLREG). CADA CONTA SAI
      *    NA SUA MOEDA; OS TOTAIS SAO EM MOEDA NACIONAL, COM AS
      *    CONTAS EM MOEDA ESTRANGEIRA PELO CONTRAVALOR AO CAMBIO
      *    MEDIO DA DATA DE NEGOCIO (FXCONV).
      *    PARAMETROS (file/eschparm.txt, UMA LINHA "AA DDDD MM"):
      *    ANOS DE INATIVIDADE (POR OMISSAO 15), DIAS DO PRAZO DO
      *    AVISO (POR OMISSAO 90) E MES DA CORRIDA ANUAL (POR
      *    OMISSAO 12).
      *    CORRE DEPOIS DO FEERUN E ANTES DO DAYEXTR, PARA OS
      *    MOVIMENTOS ENTRAREM NO FICHEIRO-DIA E NA RAZAO GERAL.
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
           SELECT TRANSMST ASSIGN 'file/transmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTS-SEQ
               ALTERNATE RECORD KEY IS TRANSACTS-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANSMST.
           SELECT UNCLAIMED ASSIGN 'file/unclaimed.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UNC-KEY
               FILE STATUS IS FS-UNCLAIMED.
           SELECT ESCHPARM ASSIGN 'file/eschparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCHPARM.
           SELECT NOTICERPT ASSIGN WS-NOTICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTICERPT.
           SELECT ESCHRPT ASSIGN WS-ESCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCHRPT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

       FD UNCLAIMED.
           COPY 'UNCLAIM.cpy'.

       FD ESCHPARM.
       01 ESCHPARM-REC.
           05 ESCHPARM-YEARS            PIC X(2).
           05 FILLER                    PIC X(1).
           05 ESCHPARM-NOTICE-DAYS      PIC X(4).
           05 FILLER                    PIC X(1).
           05 ESCHPARM-MONTH            PIC X(2).

       FD NOTICERPT.
       01 NOTICERPT-REC                 PIC X(80).

       FD ESCHRPT.
       01 ESCHRPT-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-R REDEFINES WS-BUSDATE.
           05 WS-BUS-YEAR               PIC 9(4).
           05 WS-BUS-MONTH              PIC 9(2).
           05 WS-BUS-DAY                PIC 9(2).
      *    GERACOES DATADAS NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-NOTICE-NAME                PIC X(40).
       01 WS-ESCH-NAME                  PIC X(40).
      *    PARAMETROS
       01 WS-ESCH-YEARS                 PIC 9(2) VALUE 15.
       01 WS-NOTICE-DAYS                PIC 9(4) VALUE 90.
       01 WS-RUN-MONTH                  PIC 9(2) VALUE 12.
      *    DATAS DE CORTE: ULTIMO MOVIMENTO ANTES DE WS-CUTOFF-DATE
      *    E AVISO ATE WS-NOTICE-CUTOFF
       01 WS-CUTOFF-DATE                PIC 9(8).
       01 WS-CUTOFF-R REDEFINES WS-CUTOFF-DATE.
           05 WS-CUT-YEAR               PIC 9(4).
           05 WS-CUT-MONTH              PIC 9(2).
           05 WS-CUT-DAY                PIC 9(2).
       01 WS-NOTICE-CUTOFF              PIC 9(8).
       01 WS-DATE-INT                   PIC 9(8).
      *    APURAMENTO POR CONTA
       01 WS-SCAN-USER-ID               PIC 9(6).
       01 WS-SCAN-ACCOUNT-ID            PIC 9(6).
       01 WS-LAST-ACTIVITY              PIC 9(8).
       01 WS-ACTIVITY-FOUND             PIC X(1).
       01 WS-UNC-FOUND                  PIC X(1).
       01 WS-TRANSMST-EXISTS            PIC X(1) VALUE 'S'.
       01 WS-CLIENTS-EXISTS             PIC X(1) VALUE 'S'.
       01 WS-REMIT-AMOUNT               PIC S9(7)V99.
      *    MOEDA DA CONTA ENTREGUE E CONTRAVALOR EM MOEDA NACIONAL
       01 WS-REMIT-CURRENCY             PIC X(3).
       01 WS-REMIT-HOME                 PIC S9(11)V99.
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
      *    QUEBRA POR CLIENTE NO RELATORIO DE ENTREGA
       01 WS-RPT-USER                   PIC 9(6) VALUE 0.
       01 WS-RPT-CLIENT-OPEN            PIC X(1) VALUE 'N'.
       01 WS-CLI-TOTAL                  PIC S9(9)V99 VALUE 0.
       01 WS-CLI-COUNT                  PIC 9(6) VALUE 0.
      *    CONTAGENS
       01 WS-ACC-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-NOTICE-COUNT               PIC 9(6) VALUE 0.
       01 WS-REMIT-COUNT                PIC 9(6) VALUE 0.
       01 WS-CANCEL-COUNT               PIC 9(6) VALUE 0.
       01 WS-REMIT-TOTAL                PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-EDIT                PIC -9(9),99.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
       01 WS-PRINT-LINE                 PIC X(100).
      *    VARIABLE END-FILE
       01 END-ACCOUNTS                  PIC X(1) VALUE 'N'.
       01 END-TCHAIN                    PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-CLIENTS                    PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-UNCLAIMED                  PIC X(2).
       01 FS-ESCHPARM                   PIC X(2).
       01 FS-NOTICERPT                  PIC X(2).
       01 FS-ESCHRPT                    PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
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
           DISPLAY "ESCHEAT: inicio dos saldos nao reclamados"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'ESCHEAT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "ESCHEAT: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           PERFORM READ-ESCHEAT-PARAMETER
      ******************************************************************
      *    SO TRABALHA NO ULTIMO DIA UTIL DO MES DA CORRIDA ANUAL
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUS-MONTH NOT = WS-RUN-MONTH
              OR WS-BUSDATE < BC-RESULT
               DISPLAY "ESCHEAT: nao e o dia da corrida anual - nada "
                       "a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
      ******************************************************************
      *    DATAS DE CORTE: O PRAZO LEGAL CONTA-SE EM ANOS DE
      *    CALENDARIO (UM 29 DE FEVEREIRO CAI PARA 28)
      ******************************************************************
           MOVE WS-BUSDATE TO WS-CUTOFF-DATE
           SUBTRACT WS-ESCH-YEARS FROM WS-CUT-YEAR
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE) NOT = 0
               MOVE 28 TO WS-CUT-DAY
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE) - WS-NOTICE-DAYS
           COMPUTE WS-NOTICE-CUTOFF =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           DISPLAY "ESCHEAT: sem movimento desde " WS-CUTOFF-DATE
                   " (" WS-ESCH-YEARS " ano(s)); entrega dos avisos "
                   "ate " WS-NOTICE-CUTOFF

           MOVE SPACES TO WS-NOTICE-NAME
           STRING 'file/escheat_notice_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-NOTICE-NAME
           MOVE SPACES TO WS-ESCH-NAME
           STRING 'file/escheat_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-ESCH-NAME
      ******************************************************************
      *    ABRIR OS FICHEIROS
      ******************************************************************
           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "ESCHEAT: ainda nao ha contas registadas."
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           OPEN INPUT TRANSMST
           IF FS-TRANSMST = '35'
               MOVE 'N' TO WS-TRANSMST-EXISTS
           ELSE
               IF FS-TRANSMST NOT = '00'
                   DISPLAY "Erro ao abrir file/transmst.txt: "
                           FS-TRANSMST
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '35'
               MOVE 'N' TO WS-CLIENTS-EXISTS
           ELSE
               IF FS-CLIENTS NOT = '00'
                   DISPLAY "Erro ao abrir file/clients.txt: "
                           FS-CLIENTS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O UNCLAIMED
           IF FS-UNCLAIMED = '35'
               OPEN OUTPUT UNCLAIMED
               IF FS-UNCLAIMED NOT = '00'
                   DISPLAY "Erro ao criar file/unclaimed.txt: "
                           FS-UNCLAIMED
                   STOP RUN
               END-IF
               CLOSE UNCLAIMED
               OPEN I-O UNCLAIMED
           END-IF
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao abrir file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF

           OPEN OUTPUT NOTICERPT
           IF FS-NOTICERPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-NOTICE-NAME ": "
                       FS-NOTICERPT
               STOP RUN
           END-IF

           OPEN OUTPUT ESCHRPT
           IF FS-ESCHRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-ESCH-NAME ": " FS-ESCHRPT
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER
      ******************************************************************
      *    UMA PASSAGEM PELAS CONTAS (POR CHAVE, PELO QUE AS ENTREGAS
      *    SAEM AGRUPADAS POR CLIENTE)
      ******************************************************************
           PERFORM UNTIL END-ACCOUNTS = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-ACCOUNTS
                   NOT AT END
                       IF FS-ACCOUNTS NOT = '00'
                           DISPLAY "Erro ao ler file/accounts.txt: "
                                   FS-ACCOUNTS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACC-READ-COUNT
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM CLOSE-CLIENT-BLOCK
           PERFORM WRITE-REPORT-TOTALS

           CLOSE ESCHRPT
           CLOSE NOTICERPT
           CLOSE UNCLAIMED
           IF WS-CLIENTS-EXISTS = 'S'
               CLOSE CLIENTS
           END-IF
           IF WS-TRANSMST-EXISTS = 'S'
               CLOSE TRANSMST
           END-IF
           CLOSE ACCOUNTS
      ******************************************************************
      *    CATALOGAR AS GERACOES PARA O SPOOLINQ AS ENCONTRAR
      ******************************************************************
           MOVE 'ESCHNOTC' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-NOTICE-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF
           MOVE 'ESCHEAT' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-ESCH-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-ACC-READ-COUNT TO RC-READ-COUNT
           MOVE WS-REMIT-COUNT TO RC-POSTED-COUNT
           MOVE WS-REMIT-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "ESCHEAT: " WS-NOTICE-COUNT " aviso(s), "
                   WS-REMIT-COUNT " entrega(s), " WS-CANCEL-COUNT
                   " aviso(s) anulado(s)"
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "ESCHEAT: " WS-NO-RATE-COUNT " valor(es) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF.

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'ESCHEAT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    LER OS PARAMETROS; SEM FICHEIRO (OU CAMPO EM BRANCO)
      *    APLICAM-SE OS VALORES DE ORIGEM
      ******************************************************************
       READ-ESCHEAT-PARAMETER.
           OPEN INPUT ESCHPARM
           IF FS-ESCHPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-ESCHPARM NOT = '00'
               DISPLAY "Erro ao abrir file/eschparm.txt: " FS-ESCHPARM
               STOP RUN
           END-IF
           READ ESCHPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF ESCHPARM-YEARS NOT = SPACES
                       MOVE FUNCTION NUMVAL (ESCHPARM-YEARS)
                           TO WS-ESCH-YEARS
                   END-IF
                   IF ESCHPARM-NOTICE-DAYS NOT = SPACES
                       MOVE FUNCTION NUMVAL (ESCHPARM-NOTICE-DAYS)
                           TO WS-NOTICE-DAYS
                   END-IF
                   IF ESCHPARM-MONTH NOT = SPACES
                       MOVE FUNCTION NUMVAL (ESCHPARM-MONTH)
                           TO WS-RUN-MONTH
                   END-IF
           END-READ
           CLOSE ESCHPARM.

      ******************************************************************
      *    DECIDIR O QUE FAZER A UMA CONTA SEGUNDO O SEU ESTADO E A
      *    SUA ENTRADA NO REGISTO
      ******************************************************************
       CHECK-ONE-ACCOUNT.
           MOVE ACCOUNTS-ID-USER TO WS-SCAN-USER-ID
           MOVE ACCOUNTS-ID TO WS-SCAN-ACCOUNT-ID

           MOVE WS-SCAN-USER-ID TO UNC-ID-USER
           MOVE WS-SCAN-ACCOUNT-ID TO UNC-ID-ACCOUNT
           READ UNCLAIMED
               INVALID KEY
                   MOVE 'N' TO WS-UNC-FOUND
               NOT INVALID KEY
                   MOVE 'S' TO WS-UNC-FOUND
           END-READ

      *    AVISADA MAS O CLIENTE VOLTOU ENTRETANTO
           IF ACCOUNTS-STATUS NOT = 'D'
               IF WS-UNC-FOUND = 'S' AND UNC-STATUS = 'N'
                   PERFORM CANCEL-NOTICE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-UNC-FOUND = 'S' AND UNC-STATUS = 'N'
               IF UNC-NOTICE-DATE NOT > WS-NOTICE-CUTOFF
                   IF ACCOUNTS-AMOUNT > ZERO
                       PERFORM REMIT-ONE-ACCOUNT
                   ELSE
                       PERFORM CANCEL-NOTICE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNTS-AMOUNT > ZERO
              AND WS-TRANSMST-EXISTS = 'S'
               PERFORM FIND-LAST-ACTIVITY
               IF WS-ACTIVITY-FOUND = 'S'
                  AND WS-LAST-ACTIVITY < WS-CUTOFF-DATE
                   PERFORM NOTICE-ONE-ACCOUNT
               END-IF
           END-IF.

      ******************************************************************
      *    ULTIMO MOVIMENTO INICIADO PELO CLIENTE (COMO NO DORMSCAN;
      *    UMA RECLAMACAO ANTERIOR CONTA COMO MOVIMENTO DO CLIENTE)
      ******************************************************************
       FIND-LAST-ACTIVITY.
           MOVE ZERO TO WS-LAST-ACTIVITY
           MOVE 'N' TO WS-ACTIVITY-FOUND
           MOVE 'N' TO END-TCHAIN

           MOVE WS-SCAN-USER-ID TO TRANSACTS-ID-USER
           MOVE WS-SCAN-ACCOUNT-ID TO TRANSACTS-ID
           START TRANSMST KEY IS = TRANSACTS-ACCT-KEY
               INVALID KEY
                   MOVE 'S' TO END-TCHAIN
           END-START

           PERFORM UNTIL END-TCHAIN = 'S'
               READ TRANSMST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-TCHAIN
                   NOT AT END
                       IF TRANSACTS-ID-USER NOT = WS-SCAN-USER-ID
                          OR TRANSACTS-ID NOT = WS-SCAN-ACCOUNT-ID
                           MOVE 'S' TO END-TCHAIN
                       ELSE
                           IF TRANSACTS-TYPE = 'DEPOSIT'
                              OR TRANSACTS-TYPE = 'CHQDEP'
                              OR TRANSACTS-TYPE = 'WITHDRAW'
                              OR TRANSACTS-TYPE = 'TRNSFR-D'
                              OR TRANSACTS-TYPE = 'TRNSFR-C'
                              OR TRANSACTS-TYPE = 'OPENACC'
                              OR TRANSACTS-TYPE = 'REACTIV'
                              OR TRANSACTS-TYPE = 'ESCHRTN'
                               MOVE 'S' TO WS-ACTIVITY-FOUND
                               IF TRANSACTS-DATE > WS-LAST-ACTIVITY
                                   MOVE TRANSACTS-DATE
                                       TO WS-LAST-ACTIVITY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    AVISO: ENTRADA 'N' NO REGISTO (UMA RECLAMACAO OU UM AVISO
      *    ANULADO DE ANOS ANTERIORES DA LUGAR AO NOVO AVISO) E LINHA
      *    NA GERACAO QUE O LETTERS CARTEIA
      ******************************************************************
       NOTICE-ONE-ACCOUNT.
           INITIALIZE UNCLAIM-REC
           MOVE WS-SCAN-USER-ID TO UNC-ID-USER
           MOVE WS-SCAN-ACCOUNT-ID TO UNC-ID-ACCOUNT
           MOVE 'N' TO UNC-STATUS
           MOVE WS-LAST-ACTIVITY TO UNC-LAST-ACTIVITY
           MOVE WS-BUSDATE TO UNC-NOTICE-DATE
           MOVE ACCOUNTS-AMOUNT TO UNC-NOTICE-BALANCE
           IF WS-UNC-FOUND = 'S'
               REWRITE UNCLAIM-REC
           ELSE
               WRITE UNCLAIM-REC
           END-IF
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao gravar em file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF

           ADD 1 TO WS-NOTICE-COUNT
           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONTA ' DELIMITED SIZE
                  WS-SCAN-USER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SCAN-ACCOUNT-ID DELIMITED SIZE
                  ' AVISO - ULTIMO MOVIMENTO ' DELIMITED SIZE
                  WS-LAST-ACTIVITY DELIMITED SIZE
                  ' SALDO ' DELIMITED SIZE
                  WS-AMOUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           DISPLAY "ESCHEAT: " WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO NOTICERPT-REC
           WRITE NOTICERPT-REC
           IF FS-NOTICERPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-NOTICE-NAME ": "
                       FS-NOTICERPT
               STOP RUN
           END-IF.

      ******************************************************************
      *    ANULAR O AVISO DE UMA CONTA QUE JA NAO ESTA DORMENTE (OU
      *    QUE JA NAO TEM SALDO A ENTREGAR)
      ******************************************************************
       CANCEL-NOTICE.
           MOVE 'X' TO UNC-STATUS
           REWRITE UNCLAIM-REC
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao gravar em file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF
           ADD 1 TO WS-CANCEL-COUNT
           DISPLAY "ESCHEAT: CONTA " WS-SCAN-USER-ID " "
                   WS-SCAN-ACCOUNT-ID " AVISO ANULADO".

      ******************************************************************
      *    ENTREGA: O SALDO SAI DA CONTA NUM MOVIMENTO 'ESCHEAT' E A
      *    CONTA FICA 'U'. O RAZAO E FECHADO DURANTE A GRAVACAO - O
      *    TRANSPST ABRE-O ELE PROPRIO, COMO NO FEERUN - E REABERTO
      *    PARA A CONTA SEGUINTE.
      ******************************************************************
       REMIT-ONE-ACCOUNT.
           MOVE ACCOUNTS-AMOUNT TO WS-REMIT-AMOUNT
           PERFORM GET-REMIT-HOME-EQUIVALENT
           IF WS-TRANSMST-EXISTS = 'S'
               CLOSE TRANSMST
           END-IF

           MOVE ZERO TO ACCOUNTS-AMOUNT
           MOVE 'U' TO ACCOUNTS-STATUS
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE 'P' TO TP-FUNC
           MOVE WS-SCAN-USER-ID TO TP-ID-USER
           MOVE WS-SCAN-ACCOUNT-ID TO TP-ID-ACCOUNT
           MOVE WS-BUSDATE TO TP-DATE
           MOVE 'ESCHEAT' TO TP-TYPE
           COMPUTE TP-AMOUNT = 0 - WS-REMIT-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE ZERO TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF

           MOVE 'R' TO UNC-STATUS
           MOVE WS-BUSDATE TO UNC-REMIT-DATE
           MOVE WS-REMIT-AMOUNT TO UNC-AMOUNT
           MOVE TP-SEQ-OUT TO UNC-REMIT-SEQ
           REWRITE UNCLAIM-REC
           IF FS-UNCLAIMED NOT = '00'
               DISPLAY "Erro ao gravar em file/unclaimed.txt: "
                       FS-UNCLAIMED
               STOP RUN
           END-IF

           ADD 1 TO WS-REMIT-COUNT
           ADD WS-REMIT-HOME TO WS-REMIT-TOTAL
           PERFORM WRITE-REMIT-LINE

           OPEN INPUT TRANSMST
           IF FS-TRANSMST NOT = '00'
               DISPLAY "Erro ao reabrir file/transmst.txt: "
                       FS-TRANSMST
               STOP RUN
           END-IF
           MOVE 'S' TO WS-TRANSMST-EXISTS.

      ******************************************************************
      *    MOEDA DA CONTA A ENTREGAR (EM BRANCO = A NACIONAL) E
      *    CONTRAVALOR DO SALDO AO CAMBIO MEDIO DA DATA DE NEGOCIO
      ******************************************************************
       GET-REMIT-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE ACCOUNTS-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE WS-REMIT-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-FROM-CUR TO WS-REMIT-CURRENCY
           MOVE FC-HOME-AMOUNT TO WS-REMIT-HOME
           IF FC-FOUND NOT = 'S'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      *    CABECALHO DO RELATORIO DE ENTREGA
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ENTREGA DE SALDOS NAO RECLAMADOS - DATA '
                      DELIMITED SIZE
                  WS-BUSDATE (7:2) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-BUSDATE (5:2) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-BUSDATE (1:4) DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PRAZO LEGAL: ' DELIMITED SIZE
                  WS-ESCH-YEARS DELIMITED SIZE
                  ' ANOS SEM MOVIMENTO - PRAZO DO AVISO: '
                      DELIMITED SIZE
                  WS-NOTICE-DAYS DELIMITED SIZE
                  ' DIAS' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    LINHA DE UMA CONTA ENTREGUE, COM O BLOCO DO CLIENTE (NOME,
      *    DOCUMENTO E MORADA) NA PRIMEIRA CONTA DE CADA CLIENTE
      ******************************************************************
       WRITE-REMIT-LINE.
           IF WS-RPT-CLIENT-OPEN = 'N'
              OR WS-RPT-USER NOT = WS-SCAN-USER-ID
               PERFORM CLOSE-CLIENT-BLOCK
               PERFORM OPEN-CLIENT-BLOCK
           END-IF

           ADD 1 TO WS-CLI-COUNT
           ADD WS-REMIT-HOME TO WS-CLI-TOTAL
           MOVE WS-REMIT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   CONTA ' DELIMITED SIZE
                  WS-SCAN-ACCOUNT-ID DELIMITED SIZE
                  '  ULTIMO MOVIMENTO ' DELIMITED SIZE
                  UNC-LAST-ACTIVITY DELIMITED SIZE
                  '  AVISO ' DELIMITED SIZE
                  UNC-NOTICE-DATE DELIMITED SIZE
                  '  VALOR ' DELIMITED SIZE
                  WS-AMOUNT-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-REMIT-CURRENCY DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       OPEN-CLIENT-BLOCK.
           MOVE WS-SCAN-USER-ID TO WS-RPT-USER
           MOVE 'S' TO WS-RPT-CLIENT-OPEN
           MOVE ZERO TO WS-CLI-COUNT
           MOVE ZERO TO WS-CLI-TOTAL

           MOVE '(cliente desconhecido)' TO CLIENTS-NAME
           MOVE SPACES TO CLIENTS-DOC-ID
           MOVE SPACES TO CLIENTS-ADDRESS
           IF WS-CLIENTS-EXISTS = 'S'
               MOVE WS-SCAN-USER-ID TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       MOVE '(cliente desconhecido)' TO CLIENTS-NAME
                       MOVE SPACES TO CLIENTS-DOC-ID
                       MOVE SPACES TO CLIENTS-ADDRESS
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CLIENTE ' DELIMITED SIZE
                  WS-SCAN-USER-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CLIENTS-NAME DELIMITED SIZE
                  '  DOC ' DELIMITED SIZE
                  CLIENTS-DOC-ID DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   ULTIMA MORADA CONHECIDA: ' DELIMITED SIZE
                  CLIENTS-ADDRESS DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       CLOSE-CLIENT-BLOCK.
           IF WS-RPT-CLIENT-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '   TOTAL DO CLIENTE (MOEDA NACIONAL): '
                      DELIMITED SIZE
                  WS-CLI-COUNT DELIMITED SIZE
                  ' CONTA(S)  ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'N' TO WS-RPT-CLIENT-OPEN.

      ******************************************************************
      *    TOTAIS DA CORRIDA
      ******************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REMIT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL ENTREGUE (MOEDA NACIONAL): ' DELIMITED SIZE
                  WS-REMIT-COUNT DELIMITED SIZE
                  ' CONTA(S)  ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NOVOS AVISOS: ' DELIMITED SIZE
                  WS-NOTICE-COUNT DELIMITED SIZE
                  '  AVISOS ANULADOS: ' DELIMITED SIZE
                  WS-CANCEL-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO ESCHRPT-REC
           WRITE ESCHRPT-REC
           IF FS-ESCHRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-ESCH-NAME ": "
                       FS-ESCHRPT
               STOP RUN
           END-IF.
