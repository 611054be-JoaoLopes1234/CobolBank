       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCRPT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-MES: REVISOES DE DILIGENCIA DEVIDA (KYC) A
      *    VENCER E VENCIDAS, POR BALCAO. PARA CADA CLIENTE (MENOS OS
      *    FALECIDOS) AVALIA NO KYCCHK A DATA DA PROXIMA REVISAO
      *    (CLIENTS-KYC-NEXT - VER CLIENTS.cpy) E LISTA:
      *      - VENCIDAS: A DATA JA PASSOU, COM OS DIAS DE ATRASO E A
      *        MARCA DAS QUE PASSARAM A TOLERANCIA DE
      *        file/kycparm.txt (O OPENACCO JA NAO LHES ABRE CONTAS),
      *        AS MAIS ANTIGAS PRIMEIRO
      *      - A VENCER: A DATA CAI ATE AO FIM DO MES SEGUINTE, PELA
      *        ORDEM DA DATA
      *    O CLIENTE FICA NO BALCAO DE DOMICILIO DA SUA PRIMEIRA
      *    CONTA NAO ENCERRADA (SEM CONTAS VIVAS, DA PRIMEIRA CONTA;
      *    SEM CONTAS, NA SEDE). CADA BALCAO FECHA COM AS CONTAGENS E
      *    O RELATORIO COM O TOTAL GERAL.
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES; A SAIDA E A GERACAO
      *    DATADA file/kyc_report_AAAAMMDD.txt CATALOGADA NO SPOOL
      *    (VER SPOOLREG).
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
           SELECT BRANCHES ASSIGN 'file/branches.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS FS-BRANCHES.
           SELECT KYCRPT ASSIGN WS-KYC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KYCRPT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD BRANCHES.
           COPY 'BRANCH.cpy'.

       FD KYCRPT.
       01 KYCRPT-REC                    PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-THIS-YYYYMM                PIC 9(6).
      *    FIM DO MES SEGUINTE: LIMITE DAS REVISOES A VENCER
       01 WS-HORIZON                    PIC 9(8).
       01 WS-HORIZON-START              PIC 9(8).
       01 WS-HORIZON-START-R REDEFINES WS-HORIZON-START.
           05 WS-HS-YEAR                PIC 9(4).
           05 WS-HS-MONTH               PIC 9(2).
           05 WS-HS-DAY                 PIC 9(2).
       01 WS-HORIZON-INT                PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-KYC-NAME                   PIC X(40).
      *    REVISOES A LISTAR
       01 WS-KY-MAX                     PIC 9(4) VALUE 2000.
       01 WS-KY-COUNT                   PIC 9(4) VALUE 0.
       01 WS-KY-IDX                     PIC 9(4).
       01 WS-KY-BEST                    PIC 9(4).
       01 WS-KY-OVERFLOW                PIC X(1) VALUE 'N'.
       01 WS-KY-TABLE.
           05 WS-KY-ENTRY OCCURS 2000 TIMES.
               10 WS-KY-BRANCH          PIC 9(3).
      *            'V' = VENCIDA, 'P' = A VENCER
               10 WS-KY-GROUP           PIC X(1).
               10 WS-KY-CLIENT          PIC 9(6).
               10 WS-KY-NAME            PIC X(30).
               10 WS-KY-RISK            PIC X(1).
               10 WS-KY-LAST            PIC 9(8).
               10 WS-KY-NEXT            PIC 9(8).
               10 WS-KY-DAYS            PIC 9(5).
               10 WS-KY-RESULT          PIC X(1).
               10 WS-KY-PRINTED         PIC X(1).
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-THIS-GROUP                 PIC X(1).
       01 WS-BRANCH-FOUND               PIC X(1).
      *    BALCOES QUE APARECEM NO RELATORIO
       01 WS-BR-MAX                     PIC 9(2) VALUE 20.
       01 WS-BR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE            PIC 9(3).
       01 WS-BR-NAME                    PIC X(30).
      *    CONTAGENS DO BALCAO E GERAIS
       01 WS-BR-OVERDUE                 PIC 9(6).
       01 WS-BR-BEYOND                  PIC 9(6).
       01 WS-BR-DUE                     PIC 9(6).
       01 WS-TOT-OVERDUE                PIC 9(6) VALUE 0.
       01 WS-TOT-BEYOND                 PIC 9(6) VALUE 0.
       01 WS-TOT-DUE                    PIC 9(6) VALUE 0.
       01 WS-CLIENT-COUNT               PIC 9(7) VALUE 0.
       01 WS-SITUATION                  PIC X(30).
       01 WS-DAYS-EDIT                  PIC Z(4)9.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
       01 WS-PRINT-LINE                 PIC X(120).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
       01 END-ACCOUNTS                  PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-BRANCHES                   PIC X(2).
       01 FS-KYCRPT                     PIC X(2).
       01 WS-ACCOUNTS-OPEN              PIC X(1) VALUE 'N'.
       01 WS-BRANCHES-OPEN              PIC X(1) VALUE 'N'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "KYCRPT: inicio do relatorio de revisoes de "
                   "diligencia"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'KYCRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "KYCRPT: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUSDATE < BC-RESULT
               DISPLAY "KYCRPT: ainda nao e fim do mes - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DIVIDE WS-BUSDATE BY 100 GIVING WS-THIS-YYYYMM
           PERFORM COMPUTE-HORIZON

           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '35'
               DISPLAY "KYCRPT: ainda nao ha clientes - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-CLIENTS NOT = '00'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '00'
               MOVE 'S' TO WS-ACCOUNTS-OPEN
           ELSE
               IF FS-ACCOUNTS NOT = '35'
                   DISPLAY "Erro ao abrir file/accounts.txt: "
                           FS-ACCOUNTS
                   STOP RUN
               END-IF
           END-IF
      ******************************************************************
      *    AVALIAR A REVISAO DE CADA CLIENTE
      ******************************************************************
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ CLIENTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-CLIENT-COUNT
                       PERFORM CHECK-ONE-CLIENT
               END-READ
           END-PERFORM

           IF WS-ACCOUNTS-OPEN = 'S'
               CLOSE ACCOUNTS
           END-IF
           CLOSE CLIENTS
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-KYC-NAME
           STRING 'file/kyc_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-KYC-NAME

           OPEN OUTPUT KYCRPT
           IF FS-KYCRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-KYC-NAME ": " FS-KYCRPT
               STOP RUN
           END-IF

           OPEN INPUT BRANCHES
           IF FS-BRANCHES = '00'
               MOVE 'S' TO WS-BRANCHES-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM WRITE-BRANCH-SECTION
           END-PERFORM
           PERFORM WRITE-GRAND-TOTALS

           IF WS-BRANCHES-OPEN = 'S'
               CLOSE BRANCHES
           END-IF
           CLOSE KYCRPT

           MOVE 'KYCRPT' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-KYC-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-CLIENT-COUNT TO RC-READ-COUNT
           MOVE WS-KY-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "KYCRPT: " WS-CLIENT-COUNT " cliente(s) lido(s), "
                   WS-TOT-OVERDUE " revisao(oes) vencida(s) ("
                   WS-TOT-BEYOND " alem da tolerancia), "
                   WS-TOT-DUE " a vencer"
           DISPLAY "KYCRPT: relatorio emitido em " WS-KYC-NAME

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'KYCRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    FIM DO MES SEGUINTE = VESPERA DO DIA 1 DO MES A SEGUIR AO
      *    SEGUINTE
      ******************************************************************
       COMPUTE-HORIZON.
           MOVE WS-BUSDATE TO WS-HORIZON-START
           MOVE 1 TO WS-HS-DAY
           ADD 2 TO WS-HS-MONTH
           IF WS-HS-MONTH > 12
               SUBTRACT 12 FROM WS-HS-MONTH
               ADD 1 TO WS-HS-YEAR
           END-IF
           COMPUTE WS-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE (WS-HORIZON-START) - 1
           COMPUTE WS-HORIZON =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT).

      ******************************************************************
      *    UM CLIENTE: VENCIDA OU A VENCER ATE AO HORIZONTE ENTRA NA
      *    TABELA, NO BALCAO DE DOMICILIO
      ******************************************************************
       CHECK-ONE-CLIENT.
           IF CLIENTS-STATUS = 'D'
               EXIT PARAGRAPH
           END-IF

           MOVE 'E' TO KC-FUNC
           MOVE WS-BUSDATE TO KC-DATE
           MOVE ZERO TO KC-NEXT
           IF CLIENTS-KYC-NEXT IS NUMERIC
               MOVE CLIENTS-KYC-NEXT TO KC-NEXT
           END-IF
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF

           IF KC-RESULT = 'N'
               IF KC-NEXT > WS-HORIZON
                   EXIT PARAGRAPH
               END-IF
               MOVE 'P' TO WS-THIS-GROUP
           ELSE
               MOVE 'V' TO WS-THIS-GROUP
           END-IF

           IF WS-KY-COUNT >= WS-KY-MAX
               IF WS-KY-OVERFLOW NOT = 'S'
                   MOVE 'S' TO WS-KY-OVERFLOW
                   DISPLAY "KYCRPT: AVISO - mais revisoes do que a "
                           "tabela comporta; relatorio truncado"
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HOME-BRANCH
           ADD 1 TO WS-KY-COUNT
           MOVE WS-KY-COUNT TO WS-KY-IDX
           MOVE WS-THIS-BRANCH TO WS-KY-BRANCH (WS-KY-IDX)
           MOVE WS-THIS-GROUP TO WS-KY-GROUP (WS-KY-IDX)
           MOVE CLIENTS-ID TO WS-KY-CLIENT (WS-KY-IDX)
           MOVE CLIENTS-NAME TO WS-KY-NAME (WS-KY-IDX)
           MOVE CLIENTS-RISK TO WS-KY-RISK (WS-KY-IDX)
           IF WS-KY-RISK (WS-KY-IDX) NOT = 'L'
              AND WS-KY-RISK (WS-KY-IDX) NOT = 'H'
               MOVE 'M' TO WS-KY-RISK (WS-KY-IDX)
           END-IF
           MOVE ZERO TO WS-KY-LAST (WS-KY-IDX)
           IF CLIENTS-KYC-LAST IS NUMERIC
               MOVE CLIENTS-KYC-LAST TO WS-KY-LAST (WS-KY-IDX)
           END-IF
           MOVE KC-NEXT TO WS-KY-NEXT (WS-KY-IDX)
           MOVE KC-DAYS-OVER TO WS-KY-DAYS (WS-KY-IDX)
           MOVE KC-RESULT TO WS-KY-RESULT (WS-KY-IDX)
           MOVE 'N' TO WS-KY-PRINTED (WS-KY-IDX)
           PERFORM ADD-BRANCH-ENTRY.

      ******************************************************************
      *    BALCAO DE DOMICILIO DO CLIENTE: O DA PRIMEIRA CONTA NAO
      *    ENCERRADA, OU DA PRIMEIRA CONTA SE ESTAO TODAS ENCERRADAS;
      *    SEM CONTAS (OU BALCAO EM BRANCO) CONTA COMO SEDE 0
      ******************************************************************
       FIND-HOME-BRANCH.
           MOVE ZERO TO WS-THIS-BRANCH
           MOVE 'N' TO WS-BRANCH-FOUND
           IF WS-ACCOUNTS-OPEN NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-ACCOUNTS
           MOVE CLIENTS-ID TO ACCOUNTS-ID-USER
           MOVE ZERO TO ACCOUNTS-ID
           START ACCOUNTS KEY IS >= ACCOUNTS-KEY
               INVALID KEY
                   MOVE 'S' TO END-ACCOUNTS
           END-START

           PERFORM UNTIL END-ACCOUNTS = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-ACCOUNTS
                   NOT AT END
                       IF ACCOUNTS-ID-USER NOT = CLIENTS-ID
                           MOVE 'S' TO END-ACCOUNTS
                       ELSE
                           IF WS-BRANCH-FOUND = 'N'
                              OR ACCOUNTS-STATUS NOT = 'C'
                               IF ACCOUNTS-BRANCH IS NUMERIC
                                   MOVE ACCOUNTS-BRANCH
                                       TO WS-THIS-BRANCH
                               ELSE
                                   MOVE ZERO TO WS-THIS-BRANCH
                               END-IF
                               MOVE 'S' TO WS-BRANCH-FOUND
                           END-IF
                           IF ACCOUNTS-STATUS NOT = 'C'
                               MOVE 'S' TO END-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-BRANCH-ENTRY.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = WS-THIS-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
              AND WS-BR-COUNT < WS-BR-MAX
               ADD 1 TO WS-BR-COUNT
               MOVE WS-THIS-BRANCH TO WS-BR-CODE (WS-BR-COUNT)
           END-IF.

      ******************************************************************
      *    CABECALHO DO RELATORIO
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REVISOES DE DILIGENCIA DEVIDA (KYC) POR BALCAO - '
                      DELIMITED SIZE
                  'MES ' DELIMITED SIZE
                  WS-THIS-YYYYMM DELIMITED SIZE
                  ' (DATA ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE KC-GRACE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VENCIDAS E A VENCER ATE ' DELIMITED SIZE
                  WS-HORIZON DELIMITED SIZE
                  '; TOLERANCIA PARA CONTAS NOVAS ' DELIMITED SIZE
                  WS-DAYS-EDIT DELIMITED SIZE
                  ' DIA(S)' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    UM BALCAO: PRIMEIRO AS VENCIDAS, DEPOIS AS A VENCER, CADA
      *    GRUPO PELA DATA DA PROXIMA REVISAO (A MAIS ANTIGA PRIMEIRO)
      ******************************************************************
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WS-BR-NAME
           IF WS-BRANCHES-OPEN = 'S'
               MOVE WS-BR-CODE (WS-BR-IDX) TO BRANCH-CODE
               READ BRANCHES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BR-NAME
               END-READ
           END-IF
           IF WS-BR-NAME = SPACES AND WS-BR-CODE (WS-BR-IDX) = ZERO
               MOVE 'SEDE' TO WS-BR-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALCAO ' DELIMITED SIZE
                  WS-BR-CODE (WS-BR-IDX) DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-BR-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'CLIENTE NOME' TO WS-PRINT-LINE (1:12)
           MOVE 'RISCO' TO WS-PRINT-LINE (39:5)
           MOVE 'ULT.REVISAO' TO WS-PRINT-LINE (45:11)
           MOVE 'PROX.REVISAO' TO WS-PRINT-LINE (57:12)
           MOVE 'ATRASO' TO WS-PRINT-LINE (70:6)
           MOVE 'SITUACAO' TO WS-PRINT-LINE (77:8)
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-BR-OVERDUE
           MOVE ZERO TO WS-BR-BEYOND
           MOVE ZERO TO WS-BR-DUE
           MOVE 'V' TO WS-THIS-GROUP
           PERFORM WRITE-BRANCH-GROUP
           MOVE 'P' TO WS-THIS-GROUP
           PERFORM WRITE-BRANCH-GROUP

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BR-OVERDUE TO WS-COUNT-EDIT
           STRING '     VENCIDAS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '   ALEM DA TOLERANCIA ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-BR-BEYOND TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (43:6)
           MOVE 'A VENCER' TO WS-PRINT-LINE (52:8)
           MOVE WS-BR-DUE TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (61:6)
           PERFORM WRITE-REPORT-LINE
           ADD WS-BR-OVERDUE TO WS-TOT-OVERDUE
           ADD WS-BR-BEYOND TO WS-TOT-BEYOND
           ADD WS-BR-DUE TO WS-TOT-DUE.

      ******************************************************************
      *    UM GRUPO DO BALCAO: ESCOLHER SUCESSIVAMENTE A DATA MAIS
      *    ANTIGA AINDA NAO IMPRESSA
      ******************************************************************
       WRITE-BRANCH-GROUP.
           MOVE 1 TO WS-KY-BEST
           PERFORM UNTIL WS-KY-BEST = ZERO
               MOVE ZERO TO WS-KY-BEST
               PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                       UNTIL WS-KY-IDX > WS-KY-COUNT
                   IF WS-KY-BRANCH (WS-KY-IDX) = WS-BR-CODE (WS-BR-IDX)
                      AND WS-KY-GROUP (WS-KY-IDX) = WS-THIS-GROUP
                      AND WS-KY-PRINTED (WS-KY-IDX) = 'N'
                       IF WS-KY-BEST = ZERO
                           MOVE WS-KY-IDX TO WS-KY-BEST
                       ELSE
                           IF WS-KY-NEXT (WS-KY-IDX)
                              < WS-KY-NEXT (WS-KY-BEST)
                               MOVE WS-KY-IDX TO WS-KY-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-KY-BEST NOT = ZERO
                   MOVE 'S' TO WS-KY-PRINTED (WS-KY-BEST)
                   PERFORM WRITE-ONE-REVIEW-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-REVIEW-LINE.
           EVALUATE TRUE
               WHEN WS-KY-GROUP (WS-KY-BEST) = 'P'
                   MOVE 'A VENCER' TO WS-SITUATION
                   ADD 1 TO WS-BR-DUE
               WHEN WS-KY-NEXT (WS-KY-BEST) = ZERO
                   MOVE 'SEM REVISAO AGENDADA' TO WS-SITUATION
                   ADD 1 TO WS-BR-OVERDUE
                   ADD 1 TO WS-BR-BEYOND
               WHEN WS-KY-RESULT (WS-KY-BEST) = 'X'
                   MOVE 'VENCIDA - SEM CONTAS NOVAS' TO WS-SITUATION
                   ADD 1 TO WS-BR-OVERDUE
                   ADD 1 TO WS-BR-BEYOND
               WHEN OTHER
                   MOVE 'VENCIDA' TO WS-SITUATION
                   ADD 1 TO WS-BR-OVERDUE
           END-EVALUATE

           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-KY-CLIENT (WS-KY-BEST) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-KY-NAME (WS-KY-BEST) DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-KY-RISK (WS-KY-BEST) TO WS-PRINT-LINE (41:1)
           IF WS-KY-LAST (WS-KY-BEST) = ZERO
               MOVE 'NENHUMA' TO WS-PRINT-LINE (45:7)
           ELSE
               MOVE WS-KY-LAST (WS-KY-BEST) TO WS-PRINT-LINE (45:8)
           END-IF
           MOVE WS-KY-NEXT (WS-KY-BEST) TO WS-PRINT-LINE (57:8)
           IF WS-KY-GROUP (WS-KY-BEST) = 'V'
              AND WS-KY-NEXT (WS-KY-BEST) NOT = ZERO
               MOVE WS-KY-DAYS (WS-KY-BEST) TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-PRINT-LINE (70:5)
           END-IF
           MOVE WS-SITUATION TO WS-PRINT-LINE (77:30)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    TOTAIS GERAIS
      ******************************************************************
       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOT-OVERDUE TO WS-COUNT-EDIT
           STRING 'TOTAL VENCIDAS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE 'ALEM DA TOLERANCIA' TO WS-PRINT-LINE (24:18)
           MOVE WS-TOT-BEYOND TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (43:6)
           MOVE 'A VENCER' TO WS-PRINT-LINE (52:8)
           MOVE WS-TOT-DUE TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (61:6)
           PERFORM WRITE-REPORT-LINE
           IF WS-KY-OVERFLOW = 'S'
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'ATENCAO: RELATORIO TRUNCADO - TABELA CHEIA'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO KYCRPT-REC
           WRITE KYCRPT-REC
           IF FS-KYCRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-KYC-NAME ": " FS-KYCRPT
               STOP RUN
           END-IF.
