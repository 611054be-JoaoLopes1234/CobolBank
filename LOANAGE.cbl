       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAGE.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: ANTIGUIDADE DOS ATRASOS E PROVISOES DA
      *    CARTEIRA DE EMPRESTIMOS. CADA EMPRESTIMO ATIVO E
      *    CLASSIFICADO PELOS DIAS EM ATRASO DA PRESTACAO VENCIDA MAIS
      *    ANTIGA POR COBRAR (file/loansch.txt) NUM DE CINCO
      *    ESCALOES - EM DIA, 1-30, 31-60, 61-90 E MAIS DE 90 DIAS -
      *    E O CAPITAL EM
      *    DIVIDA DE CADA ESCALAO E PROVISIONADO A TAXA DO PARAMETRO
      *    file/provparm.txt. A POSICAO DE PROVISOES E A VARIACAO DO
      *    DIA FICAM EM file/loanprov.txt (VER LOANPROV.cpy), DE ONDE
      *    O GLEXTR AS PASSA A RAZAO GERAL. OS EMPRESTIMOS COM MAIS
      *    DIAS EM ATRASO DO QUE O LIMIAR DE ABATE DO PARAMETRO SAEM
      *    LISTADOS PARA UM SUPERVISOR APROVAR O ABATE NO LOANMNT
      *    (LOAN-STATUS 'W' - O LOANCOLL DEIXA DE OS COBRAR).
      *    PARAMETRO (UMA LINHA): CINCO TAXAS DE 6 POSICOES SEPARADAS
      *    POR UM ESPACO, DO ESCALAO EM DIA AO DE MAIS DE 90 DIAS, E
      *    O LIMIAR DE ABATE EM DIAS (4 POSICOES), EX:
      *      0,0100 0,0500 0,2000 0,5000 1,0000 0180
      *    SEM FICHEIRO APLICAM-SE ESTES MESMOS VALORES.
      *    O RELATORIO E A GERACAO DATADA
      *    file/loan_ageing_AAAAMMDD.txt (CATALOGADA NO SPOOL - VER
      *    SPOOLREG). CORRE DEPOIS DO LOANCOLL, SOB CONTROLO DE
      *    EXECUCAO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANS ASSIGN 'file/loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-SEQ
               FILE STATUS IS FS-LOANS.
           SELECT LOANSCH ASSIGN 'file/loansch.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS FS-LOANSCH.
           SELECT PROVPARM ASSIGN 'file/provparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVPARM.
           SELECT LOANPROV ASSIGN 'file/loanprov.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOANPROV.
           SELECT AGERPT ASSIGN WS-AGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AGERPT.

       DATA DIVISION.
       FILE SECTION.
       FD LOANS.
           COPY 'LOANS.cpy'.

       FD LOANSCH.
           COPY 'LOANSCH.cpy'.

       FD PROVPARM.
       01 PROVPARM-REC.
           05 PROVPARM-RATE-ENTRY OCCURS 5 TIMES.
               10 PROVPARM-RATE         PIC X(6).
               10 FILLER                PIC X(1).
           05 PROVPARM-WO-DAYS          PIC X(4).

       FD LOANPROV.
           COPY 'LOANPROV.cpy'.

       FD AGERPT.
       01 AGERPT-REC                    PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-AGE-NAME                   PIC X(40).
      *    ESCALOES DE DIAS EM ATRASO E TAXAS DE PROVISAO
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
               10 WS-BKT-LABEL          PIC X(10).
               10 WS-BKT-RATE           PIC 9V9999.
               10 WS-BKT-COUNT          PIC 9(6).
               10 WS-BKT-BALANCE        PIC 9(11)V99.
               10 WS-BKT-PROVISION      PIC 9(11)V99.
       01 WS-BKT-IDX                    PIC 9(1).
       01 WS-WO-DAYS                    PIC 9(4) VALUE 180.
       01 WS-TOTAL-PROVISION            PIC 9(11)V99 VALUE 0.
       01 WS-PREV-PROVISION             PIC 9(11)V99 VALUE 0.
       01 WS-PROV-CHANGE                PIC S9(11)V99 VALUE 0.
      *    ATRASO DE UM EMPRESTIMO
       01 WS-OLDEST-DUE                 PIC 9(8).
       01 WS-DAYS-PAST-DUE              PIC 9(5).
       01 WS-LOAN-COUNT                 PIC 9(6) VALUE 0.
      *    CANDIDATOS A ABATE
       01 WS-WO-MAX                     PIC 9(3) VALUE 100.
       01 WS-WO-COUNT                   PIC 9(3) VALUE 0.
       01 WS-WO-OVERFLOW                PIC 9(6) VALUE 0.
       01 WS-WO-IDX                     PIC 9(3).
       01 WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 100 TIMES.
               10 WS-WO-SEQ             PIC 9(6).
               10 WS-WO-USER            PIC 9(6).
               10 WS-WO-DPD             PIC 9(5).
               10 WS-WO-BALANCE         PIC S9(9)V99.
       01 WS-REPORT-LINE                PIC X(90).
      *    VARIABLE END-FILE
       01 END-LOANS                     PIC X(1) VALUE 'N'.
       01 END-SCHED                     PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-LOANS                      PIC X(2).
       01 FS-LOANSCH                    PIC X(2).
       01 FS-PROVPARM                   PIC X(2).
       01 FS-LOANPROV                   PIC X(2).
       01 FS-AGERPT                     PIC X(2).
       01 WS-LOANSCH-OPEN               PIC X(1) VALUE 'N'.
       01 WS-BALANCE-EDIT               PIC -9(9),99.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
       01 WS-RATE-EDIT                  PIC 9,9999.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "LOANAGE: inicio da antiguidade de atrasos"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'LOANAGE' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "LOANAGE: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE)
      ******************************************************************
      *    CADA NOITE ESCREVE A SUA GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-AGE-NAME
           STRING 'file/loan_ageing_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-AGE-NAME

           PERFORM INIT-BUCKETS
           PERFORM READ-PROV-PARAMETER
           PERFORM READ-PREVIOUS-PROVISION

           OPEN OUTPUT AGERPT
           IF FS-AGERPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-AGE-NAME ": " FS-AGERPT
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ANTIGUIDADE DE ATRASOS E PROVISOES EM '
                      DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  EMPREST CLIENTE    EM DIVIDA  DIAS ESCALAO'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      ******************************************************************
      *    CLASSIFICAR CADA EMPRESTIMO ATIVO
      ******************************************************************
           OPEN INPUT LOANSCH
           IF FS-LOANSCH = '00'
               MOVE 'S' TO WS-LOANSCH-OPEN
           ELSE
               IF FS-LOANSCH NOT = '35'
                   DISPLAY "Erro ao abrir file/loansch.txt: "
                           FS-LOANSCH
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT LOANS
           IF FS-LOANS = '35'
               DISPLAY "LOANAGE: ainda nao ha emprestimos."
           ELSE
               IF FS-LOANS NOT = '00'
                   DISPLAY "Erro ao abrir file/loans.txt: " FS-LOANS
                   STOP RUN
               END-IF

               PERFORM UNTIL END-LOANS = 'S'
                   READ LOANS NEXT RECORD
                       AT END
                           MOVE 'S' TO END-LOANS
                       NOT AT END
                           IF FS-LOANS NOT = '00'
                               DISPLAY "Erro ao ler file/loans.txt: "
                                       FS-LOANS
                               STOP RUN
                           END-IF
                           IF LOAN-STATUS = 'A'
                               PERFORM AGE-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE LOANS
           END-IF
           IF WS-LOANSCH-OPEN = 'S'
               CLOSE LOANSCH
           END-IF

           PERFORM WRITE-BUCKET-SUMMARY
           PERFORM WRITE-WRITEOFF-LIST

           CLOSE AGERPT
      ******************************************************************
      *    GUARDAR A POSICAO DO DIA PARA O GLEXTR E PARA AMANHA
      ******************************************************************
           PERFORM WRITE-PROVISION-POSITION
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'LOANAGE' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-AGE-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-LOAN-COUNT TO RC-READ-COUNT
           MOVE WS-LOAN-COUNT TO RC-POSTED-COUNT
           MOVE WS-TOTAL-PROVISION TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           MOVE WS-PROV-CHANGE TO WS-TOTAL-EDIT
           DISPLAY "LOANAGE: " WS-LOAN-COUNT " emprestimo(s) "
                   "classificado(s), variacao da provisao "
                   WS-TOTAL-EDIT
           DISPLAY "LOANAGE: " WS-WO-COUNT " emprestimo(s) "
                   "para abate".

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'LOANAGE' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    ESCALOES E TAXAS DE ORIGEM
      ******************************************************************
       INIT-BUCKETS.
           MOVE 'EM DIA    ' TO WS-BKT-LABEL (1)
           MOVE '1-30      ' TO WS-BKT-LABEL (2)
           MOVE '31-60     ' TO WS-BKT-LABEL (3)
           MOVE '61-90     ' TO WS-BKT-LABEL (4)
           MOVE '90+       ' TO WS-BKT-LABEL (5)
           MOVE 0,01 TO WS-BKT-RATE (1)
           MOVE 0,05 TO WS-BKT-RATE (2)
           MOVE 0,2 TO WS-BKT-RATE (3)
           MOVE 0,5 TO WS-BKT-RATE (4)
           MOVE 1 TO WS-BKT-RATE (5)
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE ZERO TO WS-BKT-COUNT (WS-BKT-IDX)
               MOVE ZERO TO WS-BKT-BALANCE (WS-BKT-IDX)
               MOVE ZERO TO WS-BKT-PROVISION (WS-BKT-IDX)
           END-PERFORM.

      ******************************************************************
      *    LER AS TAXAS DE PROVISAO E O LIMIAR DE ABATE; SEM FICHEIRO
      *    (OU COM UM CAMPO EM BRANCO) FICAM OS VALORES DE ORIGEM
      ******************************************************************
       READ-PROV-PARAMETER.
           OPEN INPUT PROVPARM
           IF FS-PROVPARM = '35'
               DISPLAY "LOANAGE: sem parametro de provisoes "
                       "(file/provparm.txt) - taxas de origem"
               EXIT PARAGRAPH
           END-IF
           IF FS-PROVPARM NOT = '00'
               DISPLAY "Erro ao abrir file/provparm.txt: " FS-PROVPARM
               STOP RUN
           END-IF
           READ PROVPARM
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                           UNTIL WS-BKT-IDX > 5
                       IF PROVPARM-RATE (WS-BKT-IDX) NOT = SPACES
                           MOVE FUNCTION NUMVAL
                                (PROVPARM-RATE (WS-BKT-IDX))
                               TO WS-BKT-RATE (WS-BKT-IDX)
                       END-IF
                   END-PERFORM
                   IF PROVPARM-WO-DAYS NOT = SPACES
                       MOVE FUNCTION NUMVAL (PROVPARM-WO-DAYS)
                           TO WS-WO-DAYS
                   END-IF
           END-READ
           CLOSE PROVPARM.

      ******************************************************************
      *    A PROVISAO DE ONTEM E A BASE DA VARIACAO DO DIA. SE A
      *    POSICAO GRAVADA JA E DE HOJE (RERUN DEPOIS DE UMA FALHA
      *    ANTES DO CARIMBO), A BASE E A QUE ELA PROPRIA GUARDOU.
      ******************************************************************
       READ-PREVIOUS-PROVISION.
           OPEN INPUT LOANPROV
           IF FS-LOANPROV = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANPROV NOT = '00'
               DISPLAY "Erro ao abrir file/loanprov.txt: " FS-LOANPROV
               STOP RUN
           END-IF
           READ LOANPROV
               AT END
                   CONTINUE
               NOT AT END
                   IF LPV-DATE = WS-BUSDATE
                       MOVE LPV-PREV-TOTAL TO WS-PREV-PROVISION
                   ELSE
                       MOVE LPV-TOTAL TO WS-PREV-PROVISION
                   END-IF
           END-READ
           CLOSE LOANPROV.

      ******************************************************************
      *    DIAS EM ATRASO DE UM EMPRESTIMO: DESDE O VENCIMENTO DA
      *    PRESTACAO MAIS ANTIGA AINDA POR COBRAR QUE JA VENCEU
      ******************************************************************
       AGE-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           MOVE ZERO TO WS-OLDEST-DUE
           MOVE ZERO TO WS-DAYS-PAST-DUE

           IF WS-LOANSCH-OPEN = 'S'
               MOVE 'N' TO END-SCHED
               MOVE LOAN-SEQ TO LSCH-LOAN-SEQ
               MOVE ZERO TO LSCH-NO
               START LOANSCH KEY IS >= LSCH-KEY
                   INVALID KEY
                       MOVE 'S' TO END-SCHED
               END-START
               PERFORM UNTIL END-SCHED = 'S'
                   READ LOANSCH NEXT RECORD
                       AT END
                           MOVE 'S' TO END-SCHED
                       NOT AT END
                           IF LSCH-LOAN-SEQ NOT = LOAN-SEQ
                               MOVE 'S' TO END-SCHED
                           ELSE
                               IF (LSCH-STATUS = 'A'
                                   OR LSCH-STATUS = 'P')
                                  AND LSCH-DUE-DATE < WS-BUSDATE
                                  AND WS-OLDEST-DUE = ZERO
                                   MOVE LSCH-DUE-DATE TO WS-OLDEST-DUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-OLDEST-DUE NOT = ZERO
               COMPUTE WS-DAYS-PAST-DUE = WS-BUSDATE-INT
                   - FUNCTION INTEGER-OF-DATE (WS-OLDEST-DUE)
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = 0
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 4 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BKT-IDX
           END-EVALUATE

           ADD 1 TO WS-BKT-COUNT (WS-BKT-IDX)
           IF LOAN-BALANCE > ZERO
               ADD LOAN-BALANCE TO WS-BKT-BALANCE (WS-BKT-IDX)
           END-IF

           MOVE LOAN-BALANCE TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED SIZE
                  LOAN-SEQ DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  LOAN-ID-USER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BALANCE-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-DAYS-PAST-DUE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-BKT-LABEL (WS-BKT-IDX) DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-DAYS-PAST-DUE >= WS-WO-DAYS
               PERFORM ADD-WRITEOFF-CANDIDATE
           END-IF.

      ******************************************************************
      *    GUARDAR UM CANDIDATO A ABATE PARA A LISTA DO FIM
      ******************************************************************
       ADD-WRITEOFF-CANDIDATE.
           IF WS-WO-COUNT >= WS-WO-MAX
               ADD 1 TO WS-WO-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-COUNT
           MOVE LOAN-SEQ TO WS-WO-SEQ (WS-WO-COUNT)
           MOVE LOAN-ID-USER TO WS-WO-USER (WS-WO-COUNT)
           MOVE WS-DAYS-PAST-DUE TO WS-WO-DPD (WS-WO-COUNT)
           MOVE LOAN-BALANCE TO WS-WO-BALANCE (WS-WO-COUNT).

      ******************************************************************
      *    RESUMO POR ESCALAO: CONTAGEM, CAPITAL, TAXA E PROVISAO, E
      *    A VARIACAO DA PROVISAO FACE A ONTEM
      ******************************************************************
       WRITE-BUCKET-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RESUMO POR ESCALAO DE DIAS EM ATRASO:'
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  ESCALAO    QTD.         EM DIVIDA   TAXA'
               TO WS-REPORT-LINE
           MOVE 'PROVISAO' TO WS-REPORT-LINE (59:8)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               COMPUTE WS-BKT-PROVISION (WS-BKT-IDX) ROUNDED =
                   WS-BKT-BALANCE (WS-BKT-IDX)
                   * WS-BKT-RATE (WS-BKT-IDX)
               ADD WS-BKT-PROVISION (WS-BKT-IDX)
                   TO WS-TOTAL-PROVISION
               MOVE WS-BKT-RATE (WS-BKT-IDX) TO WS-RATE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-BKT-BALANCE (WS-BKT-IDX) TO WS-TOTAL-EDIT
               STRING '  ' DELIMITED SIZE
                      WS-BKT-LABEL (WS-BKT-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-BKT-COUNT (WS-BKT-IDX) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-TOTAL-EDIT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RATE-EDIT DELIMITED SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-BKT-PROVISION (WS-BKT-IDX) TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO WS-REPORT-LINE (52:15)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           COMPUTE WS-PROV-CHANGE =
               WS-TOTAL-PROVISION - WS-PREV-PROVISION

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-PROVISION TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PROVISAO TOTAL:       ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PREV-PROVISION TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PROVISAO ANTERIOR:    ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PROV-CHANGE TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VARIACAO DO DIA:      ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    LISTA DE EMPRESTIMOS PARA ABATE, A APROVAR POR UM
      *    SUPERVISOR NO LOANMNT
      ******************************************************************
       WRITE-WRITEOFF-LIST.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PARA ABATE (ATRASO DE ' DELIMITED SIZE
                  WS-WO-DAYS DELIMITED SIZE
                  ' DIAS OU MAIS) - APROVACAO DE SUPERVISOR:'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           IF WS-WO-COUNT = 0
               MOVE '  (nenhum)' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-WO-IDX FROM 1 BY 1
                   UNTIL WS-WO-IDX > WS-WO-COUNT
               MOVE WS-WO-BALANCE (WS-WO-IDX) TO WS-BALANCE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  EMPRESTIMO ' DELIMITED SIZE
                      WS-WO-SEQ (WS-WO-IDX) DELIMITED SIZE
                      ' CLIENTE ' DELIMITED SIZE
                      WS-WO-USER (WS-WO-IDX) DELIMITED SIZE
                      ' DIAS ' DELIMITED SIZE
                      WS-WO-DPD (WS-WO-IDX) DELIMITED SIZE
                      ' DIVIDA ' DELIMITED SIZE
                      WS-BALANCE-EDIT DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-WO-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ... E MAIS ' DELIMITED SIZE
                      WS-WO-OVERFLOW DELIMITED SIZE
                      ' (VER AS LINHAS DE DETALHE)' DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *    REESCREVER A POSICAO DE PROVISOES COM A DATA DE HOJE
      ******************************************************************
       WRITE-PROVISION-POSITION.
           OPEN OUTPUT LOANPROV
           IF FS-LOANPROV NOT = '00'
               DISPLAY "Erro ao abrir file/loanprov.txt: " FS-LOANPROV
               STOP RUN
           END-IF
           MOVE WS-BUSDATE TO LPV-DATE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE WS-BKT-COUNT (WS-BKT-IDX)
                   TO LPV-COUNT (WS-BKT-IDX)
               MOVE WS-BKT-BALANCE (WS-BKT-IDX)
                   TO LPV-BALANCE (WS-BKT-IDX)
               MOVE WS-BKT-PROVISION (WS-BKT-IDX)
                   TO LPV-PROVISION (WS-BKT-IDX)
           END-PERFORM
           MOVE WS-TOTAL-PROVISION TO LPV-TOTAL
           MOVE WS-PREV-PROVISION TO LPV-PREV-TOTAL
           MOVE WS-PROV-CHANGE TO LPV-CHANGE
           WRITE LOANPROV-REC
           IF FS-LOANPROV NOT = '00'
               DISPLAY "Erro ao gravar em file/loanprov.txt: "
                       FS-LOANPROV
               STOP RUN
           END-IF
           CLOSE LOANPROV.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO AGERPT-REC
           WRITE AGERPT-REC
           IF FS-AGERPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-AGE-NAME ": "
                       FS-AGERPT
               STOP RUN
           END-IF.
