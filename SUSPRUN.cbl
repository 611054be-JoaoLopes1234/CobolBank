       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRUN.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: DEVOLUCOES E ANTIGUIDADE DOS CREDITOS EM
      *    SUSPENSO (file/suspense.txt - VER SUSPENSE.cpy). CORRE A
      *    SEGUIR AO PAYCLEAR.
      *      - DEVOLVE AO ORDENANTE, EM file/pay_returns.txt, OS ITENS
      *        MARCADOS PARA DEVOLUCAO NO SUSPMNT E OS QUE FICARAM EM
      *        SUSPENSO MAIS DE N DIAS SEM SEREM REPARADOS (N NA
      *        PRIMEIRA LINHA DE file/suspparm.txt; SEM FICHEIRO, 5).
      *        CADA LINHA E O REGISTO TAL COMO VEIO NO
      *        file/pay_inbound.txt SEGUIDO DO CODIGO DO MOTIVO
      *        (R01-R05 - VER PAYCLEAR). O ITEM FICA 'R'.
      *      - LISTA O QUE CONTINUA EM SUSPENSO, COM A ANTIGUIDADE EM
      *        DIAS E OS TOTAIS POR ESCALAO (0-2, 3-5, 6-10, MAIS DE
      *        10), NO RELATORIO DATADO file/susp_report_AAAAMMDD.txt,
      *        CATALOGADO NO SPOOL.
      *    O GLJRNL LANCA A SAIDA DA CONTA DE SUSPENSOS ('SUSPRTN') DOS
      *    ITENS DEVOLVIDOS COM A DATA DE FECHO DO DIA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE ASSIGN 'file/suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               FILE STATUS IS FS-SUSPENSE.
           SELECT SUSPPARM ASSIGN 'file/suspparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPPARM.
           SELECT PAYRETURNS ASSIGN 'file/pay_returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAYRETURNS.
           SELECT SUSPRPT ASSIGN WS-SUSPRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPRPT.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE.
           COPY 'SUSPENSE.cpy'.

       FD SUSPPARM.
       01 SUSPPARM-REC                  PIC X(10).

       FD PAYRETURNS.
       01 PAYRETURNS-REC.
           05 PRT-ID-USER               PIC 9(6).
           05 PRT-ID-ACCOUNT            PIC 9(6).
           05 PRT-AMOUNT                PIC 9(7)V99.
           05 PRT-ORIG-REF              PIC X(20).
           05 FILLER                    PIC X(1).
           05 PRT-REASON                PIC X(3).

       FD SUSPRPT.
       01 SUSPRPT-REC                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
      *    GERACAO DATADA DO RELATORIO (VER SPOOLREG)
       01 WS-SUSPRPT-NAME               PIC X(40).
       01 WS-RETURN-DAYS                PIC 9(3) VALUE 5.
       01 WS-AGE-DAYS                   PIC 9(5).
       01 WS-BUCKET                     PIC 9(1).
       01 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       01 WS-RETURN-TOTAL               PIC 9(11)V99 VALUE 0.
       01 WS-OPEN-COUNT                 PIC 9(6) VALUE 0.
       01 WS-OPEN-TOTAL                 PIC 9(11)V99 VALUE 0.
      *    ESCALOES DE ANTIGUIDADE: 1 = 0-2, 2 = 3-5, 3 = 6-10,
      *    4 = MAIS DE 10 DIAS
       01 WS-AGEING-TABLE.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
               10 WS-AGE-COUNT          PIC 9(6).
               10 WS-AGE-TOTAL          PIC 9(11)V99.
       01 WS-BUCKET-LABELS.
           05 FILLER                    PIC X(12) VALUE '0-2 DIAS    '.
           05 FILLER                    PIC X(12) VALUE '3-5 DIAS    '.
           05 FILLER                    PIC X(12) VALUE '6-10 DIAS   '.
           05 FILLER                    PIC X(12) VALUE 'MAIS DE 10  '.
       01 WS-BUCKET-LABELS-R REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL           PIC X(12) OCCURS 4 TIMES.
       01 WS-RESULT                     PIC X(20).
       01 WS-AMOUNT-EDIT                PIC Z(6)9,99.
       01 WS-TOTAL-EDIT                 PIC Z(10)9,99.
       01 WS-AGE-EDIT                   PIC ZZZZ9.
       01 WS-REPORT-LINE                PIC X(80).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-SUSPENSE                   PIC X(2).
       01 FS-SUSPPARM                   PIC X(2).
       01 FS-PAYRETURNS                 PIC X(2).
       01 FS-SUSPRPT                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "SUSPRUN: inicio do tratamento dos suspensos"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'SUSPRUN' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "SUSPRUN: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE)

           PERFORM READ-RETURN-DAYS
           INITIALIZE WS-AGEING-TABLE

      ******************************************************************
      *    O FICHEIRO DE DEVOLUCOES E SEMPRE GERADO, MESMO VAZIO, PARA
      *    O ENVIO AO ORDENANTE NAO LEVAR O LOTE DA NOITE ANTERIOR
      ******************************************************************
           OPEN OUTPUT PAYRETURNS
           IF FS-PAYRETURNS NOT = '00'
               DISPLAY "Erro ao abrir file/pay_returns.txt: "
                       FS-PAYRETURNS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SUSPRPT-NAME
           STRING 'file/susp_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-SUSPRPT-NAME
           OPEN OUTPUT SUSPRPT
           IF FS-SUSPRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-SUSPRPT-NAME ": " FS-SUSPRPT
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CREDITOS EM SUSPENSO - DATA DE NEGOCIO '
                      DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ' - DEVOLUCAO APOS ' DELIMITED SIZE
                  WS-RETURN-DAYS DELIMITED SIZE
                  ' DIAS' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'NUMERO    DONO   CONTA       VALOR MOT RECEBIDO  DIAS'
               TO WS-REPORT-LINE
           MOVE 'RESULTADO' TO WS-REPORT-LINE (56:9)
           PERFORM WRITE-REPORT-LINE

           OPEN I-O SUSPENSE
           IF FS-SUSPENSE = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ SUSPENSE NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF SUS-STATUS = 'S' OR SUS-STATUS = 'M'
                               PERFORM PROCESS-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE
           ELSE
               IF FS-SUSPENSE NOT = '35'
                   DISPLAY "Erro ao abrir file/suspense.txt: "
                           FS-SUSPENSE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PAYRETURNS

      ******************************************************************
      *    RESUMO: DEVOLVIDOS HOJE E ANTIGUIDADE DO QUE FICA
      ******************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEVOLVIDOS HOJE:    ' DELIMITED SIZE
                  WS-RETURN-COUNT DELIMITED SIZE
                  '  VALOR ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EM SUSPENSO:        ' DELIMITED SIZE
                  WS-OPEN-COUNT DELIMITED SIZE
                  '  VALOR ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-AGE-TOTAL (WS-BUCKET) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED SIZE
                      WS-BUCKET-LABEL (WS-BUCKET) DELIMITED SIZE
                      '      ' DELIMITED SIZE
                      WS-AGE-COUNT (WS-BUCKET) DELIMITED SIZE
                      '  VALOR ' DELIMITED SIZE
                      WS-TOTAL-EDIT DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           CLOSE SUSPRPT
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'SUSPRUN' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-SUSPRPT-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           COMPUTE RC-READ-COUNT = WS-OPEN-COUNT + WS-RETURN-COUNT
           MOVE WS-RETURN-COUNT TO RC-POSTED-COUNT
           MOVE WS-RETURN-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "SUSPRUN: " WS-RETURN-COUNT " devolvido(s), "
                   WS-OPEN-COUNT " em suspenso".

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'SUSPRUN' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    PRAZO DE DEVOLUCAO EM DIAS (PRIMEIRA LINHA DE
      *    file/suspparm.txt; SEM FICHEIRO FICA O VALOR POR OMISSAO)
      ******************************************************************
       READ-RETURN-DAYS.
           OPEN INPUT SUSPPARM
           IF FS-SUSPPARM = '00'
               READ SUSPPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUSPPARM-REC NOT = SPACES
                           MOVE FUNCTION NUMVAL (SUSPPARM-REC)
                               TO WS-RETURN-DAYS
                       END-IF
               END-READ
               CLOSE SUSPPARM
           ELSE
               IF FS-SUSPPARM NOT = '35'
                   DISPLAY "Erro ao abrir file/suspparm.txt: "
                           FS-SUSPPARM
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      *    UM ITEM EM ABERTO: DEVOLVIDO SE MARCADO OU SE PASSOU O
      *    PRAZO, CASO CONTRARIO CONTA PARA A ANTIGUIDADE
      ******************************************************************
       PROCESS-ONE-ITEM.
           COMPUTE WS-AGE-DAYS = WS-BUSDATE-INT
               - FUNCTION INTEGER-OF-DATE (SUS-RECV-DATE)

           IF SUS-STATUS = 'M'
               MOVE 'DEVOLVIDO (MARCADO)' TO WS-RESULT
               PERFORM RETURN-ONE-ITEM
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-DAYS > WS-RETURN-DAYS
               MOVE 'DEVOLVIDO (PRAZO)' TO WS-RESULT
               MOVE ZERO TO SUS-OPER
               PERFORM RETURN-ONE-ITEM
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 10
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-AGE-COUNT (WS-BUCKET)
           ADD SUS-AMOUNT TO WS-AGE-TOTAL (WS-BUCKET)
           ADD 1 TO WS-OPEN-COUNT
           ADD SUS-AMOUNT TO WS-OPEN-TOTAL
           MOVE 'EM SUSPENSO' TO WS-RESULT
           PERFORM REPORT-ITEM-LINE.

      ******************************************************************
      *    DEVOLVER AO ORDENANTE E FECHAR O ITEM
      ******************************************************************
       RETURN-ONE-ITEM.
           MOVE SPACES TO PAYRETURNS-REC
           MOVE SUS-ID-USER TO PRT-ID-USER
           MOVE SUS-ID-ACCOUNT TO PRT-ID-ACCOUNT
           MOVE SUS-AMOUNT TO PRT-AMOUNT
           MOVE SUS-ORIG-REF TO PRT-ORIG-REF
           MOVE SUS-REASON TO PRT-REASON
           WRITE PAYRETURNS-REC
           IF FS-PAYRETURNS NOT = '00'
               DISPLAY "Erro ao gravar em file/pay_returns.txt: "
                       FS-PAYRETURNS
               STOP RUN
           END-IF

           MOVE 'R' TO SUS-STATUS
           MOVE WS-BUSDATE TO SUS-CLOSE-DATE
           REWRITE SUSPENSE-REC
           IF FS-SUSPENSE NOT = '00'
               DISPLAY "Erro ao gravar em file/suspense.txt: "
                       FS-SUSPENSE
               STOP RUN
           END-IF

           ADD 1 TO WS-RETURN-COUNT
           ADD SUS-AMOUNT TO WS-RETURN-TOTAL
           PERFORM REPORT-ITEM-LINE.

       REPORT-ITEM-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SUS-SEQ TO WS-REPORT-LINE (1:9)
           MOVE SUS-ID-USER TO WS-REPORT-LINE (11:6)
           MOVE SUS-ID-ACCOUNT TO WS-REPORT-LINE (18:6)
           MOVE SUS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE (25:10)
           MOVE SUS-REASON TO WS-REPORT-LINE (36:3)
           MOVE SUS-RECV-DATE TO WS-REPORT-LINE (40:8)
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT
           MOVE WS-AGE-EDIT TO WS-REPORT-LINE (49:5)
           MOVE WS-RESULT TO WS-REPORT-LINE (56:20)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SUSPRPT-REC
           WRITE SUSPRPT-REC
           IF FS-SUSPRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-SUSPRPT-NAME ": "
                       FS-SUSPRPT
               STOP RUN
           END-IF.
