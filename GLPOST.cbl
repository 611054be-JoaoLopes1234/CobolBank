       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: LANCAMENTO DO DIARIO DO GLJRNL NOS
      *    SALDOS DA RAZAO GERAL (file/glbal.txt - VER GLBAL.cpy), POR
      *    CONTA DA RAZAO E BALCAO. CADA LANCAMENTO 'J' DE
      *    file/gl_journal_AAAAMMDD.txt SOMA O VALOR AOS DEBITOS DO
      *    PERIODO DA CONTA-DR E AOS CREDITOS DA CONTA-CR NO BALCAO
      *    DO LANCAMENTO.
      *    O DIARIO E PRIMEIRO VALIDADO POR INTEIRO CONTRA O
      *    CABECALHO E O RODAPE (DATA, NUMERO DE LANCAMENTOS, TOTAIS
      *    DEBITO E CREDITO IGUAIS): UM DIARIO QUE NAO BATE NAO E
      *    LANCADO, NEM EM PARTE.
      *    OS LANCAMENTOS VAO PARA O PERIODO ABERTO DE
      *    file/glperiod.txt (VER GLPERIOD.cpy). UMA DATA DE NEGOCIO
      *    NUM PERIODO JA FECHADO PELO GLCLOSE E RECUSADA; UMA DATA
      *    PARA LA DO PERIODO ABERTO TAMBEM (O FECHO DO MES ANTERIOR
      *    FICOU POR FAZER - CORRER O GLCLOSE PRIMEIRO, VER
      *    jcl/glclose.sh). EM AMBOS OS CASOS O DIARIO FICA POR
      *    LANCAR, O PASSO NAO E CARIMBADO E O JOB TERMINA COM RETURN
      *    CODE 8, PARA O CICLO PARAR AQUI E O RERUN O RETOMAR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN WS-JRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JRNFILE.
           SELECT GLBAL ASSIGN 'file/glbal.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS FS-GLBAL.
           SELECT GLPERIOD ASSIGN 'file/glperiod.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLPERIOD.

       DATA DIVISION.
       FILE SECTION.
       FD JRNFILE.
       01 JRN-HEADER.
           05 JRNH-REC-TYPE             PIC X(1).
           05 JRNH-DATE                 PIC 9(8).
       01 JRN-ENTRY.
           05 JRNE-REC-TYPE             PIC X(1).
           05 JRNE-SEQ                  PIC 9(9).
           05 JRNE-TYPE                 PIC X(8).
           05 JRNE-DR-ACCT              PIC X(8).
           05 JRNE-CR-ACCT              PIC X(8).
           05 JRNE-AMOUNT               PIC 9(9)V99.
           05 JRNE-BRANCH               PIC 9(3).
       01 JRN-TRAILER.
           05 JRNT-REC-TYPE             PIC X(1).
           05 JRNT-DATE                 PIC 9(8).
           05 JRNT-COUNT                PIC 9(9).
           05 JRNT-TOTAL-DR             PIC 9(13)V99.
           05 JRNT-TOTAL-CR             PIC 9(13)V99.

       FD GLBAL.
           COPY 'GLBAL.cpy'.

       FD GLPERIOD.
           COPY 'GLPERIOD.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-POST-PERIOD                PIC 9(6).
       01 WS-JRN-NAME                   PIC X(40).
      *    VALIDACAO DO DIARIO CONTRA O CABECALHO E O RODAPE
       01 WS-HEADER-SEEN                PIC X(1) VALUE 'N'.
       01 WS-TRAILER-SEEN               PIC X(1) VALUE 'N'.
       01 WS-JRN-VALID                  PIC X(1) VALUE 'S'.
       01 WS-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-READ-DR                    PIC 9(13)V99 VALUE 0.
       01 WS-READ-CR                    PIC 9(13)V99 VALUE 0.
       01 WS-TRL-COUNT                  PIC 9(9) VALUE 0.
       01 WS-TRL-DR                     PIC 9(13)V99 VALUE 0.
       01 WS-TRL-CR                     PIC 9(13)V99 VALUE 0.
      *    LANCAMENTO DE UM LADO DE UMA PARTIDA
       01 WS-POST-ACCT                  PIC X(8).
       01 WS-POST-SIDE                  PIC X(1).
       01 WS-POSTED-COUNT               PIC 9(9) VALUE 0.
       01 WS-NEW-BAL-COUNT              PIC 9(6) VALUE 0.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-JRNFILE                    PIC X(2).
       01 FS-GLBAL                      PIC X(2).
       01 FS-GLPERIOD                   PIC X(2).
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "GLPOST: inicio do lancamento na razao geral"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'GLPOST' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "GLPOST: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
           DIVIDE WS-BUSDATE BY 100 GIVING WS-POST-PERIOD
      ******************************************************************
      *    PERIODO ABERTO: SO SE LANCA NO PERIODO EM CURSO
      ******************************************************************
           PERFORM READ-PERIOD-CONTROL
           IF WS-POST-PERIOD NOT > GLP-LAST-CLOSED
               DISPLAY "GLPOST: o periodo " WS-POST-PERIOD
                       " ja esta fechado - diario nao lancado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POST-PERIOD > GLP-OPEN-PERIOD
               DISPLAY "GLPOST: o periodo " GLP-OPEN-PERIOD
                       " ainda nao foi fechado - correr o GLCLOSE "
                       "antes de lancar " WS-BUSDATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF GLP-LAST-POST = WS-BUSDATE
               DISPLAY "GLPOST: o diario de " WS-BUSDATE
                       " ja esta lancado - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
      ******************************************************************
      *    DIARIO DO DIA (GERACAO DATADA DO GLJRNL)
      ******************************************************************
           MOVE SPACES TO WS-JRN-NAME
           STRING 'file/gl_journal_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-JRN-NAME

           PERFORM VALIDATE-JOURNAL
           IF WS-JRN-VALID NOT = 'S'
               DISPLAY "GLPOST: diario " WS-JRN-NAME
                       " nao reconcilia - nada lancado"
               STOP RUN
           END-IF
      ******************************************************************
      *    LANCAR NOS SALDOS
      ******************************************************************
           OPEN I-O GLBAL
           IF FS-GLBAL = '35'
               OPEN OUTPUT GLBAL
               IF FS-GLBAL NOT = '00'
                   DISPLAY "Erro ao criar file/glbal.txt: " FS-GLBAL
                   STOP RUN
               END-IF
               CLOSE GLBAL
               OPEN I-O GLBAL
           END-IF
           IF FS-GLBAL NOT = '00'
               DISPLAY "Erro ao abrir file/glbal.txt: " FS-GLBAL
               STOP RUN
           END-IF

           OPEN INPUT JRNFILE
           IF FS-JRNFILE NOT = '00'
               DISPLAY "Erro ao abrir " WS-JRN-NAME ": " FS-JRNFILE
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ JRNFILE
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF JRNE-REC-TYPE = 'J'
                           PERFORM POST-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNFILE
           CLOSE GLBAL
      ******************************************************************
      *    O DIA FICA LANCADO NO CONTROLO DE PERIODOS
      ******************************************************************
           MOVE WS-BUSDATE TO GLP-LAST-POST
           PERFORM WRITE-PERIOD-CONTROL

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-POSTED-COUNT TO RC-POSTED-COUNT
           MOVE WS-READ-DR TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           MOVE WS-READ-DR TO WS-TOTAL-EDIT
           DISPLAY "GLPOST: " WS-POSTED-COUNT " lancamento(s) no "
                   "periodo " GLP-OPEN-PERIOD ", total "
                   WS-TOTAL-EDIT
           DISPLAY "GLPOST: " WS-NEW-BAL-COUNT
                   " conta(s)/balcao(oes) novos na razao geral"

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'GLPOST' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    CONTROLO DE PERIODOS: NA PRIMEIRA NOITE ABRE-SE O MES DA
      *    DATA DE NEGOCIO, SEM NENHUM PERIODO FECHADO
      ******************************************************************
       READ-PERIOD-CONTROL.
           MOVE WS-POST-PERIOD TO GLP-OPEN-PERIOD
           MOVE ZERO TO GLP-LAST-CLOSED
           MOVE ZERO TO GLP-CLOSE-DATE
           MOVE ZERO TO GLP-LAST-POST
           MOVE ZERO TO GLP-YE-YEAR
           OPEN INPUT GLPERIOD
           IF FS-GLPERIOD = '35'
               DISPLAY "GLPOST: controlo de periodos criado - aberto "
                       "o periodo " WS-POST-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao abrir file/glperiod.txt: " FS-GLPERIOD
               STOP RUN
           END-IF
           READ GLPERIOD
               AT END
                   MOVE WS-POST-PERIOD TO GLP-OPEN-PERIOD
                   MOVE ZERO TO GLP-LAST-CLOSED
                   MOVE ZERO TO GLP-CLOSE-DATE
                   MOVE ZERO TO GLP-LAST-POST
                   MOVE ZERO TO GLP-YE-YEAR
           END-READ
           CLOSE GLPERIOD.

       WRITE-PERIOD-CONTROL.
           OPEN OUTPUT GLPERIOD
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao abrir file/glperiod.txt: " FS-GLPERIOD
               STOP RUN
           END-IF
           WRITE GLPERIOD-REC
           IF FS-GLPERIOD NOT = '00'
               DISPLAY "Erro ao gravar em file/glperiod.txt: "
                       FS-GLPERIOD
               STOP RUN
           END-IF
           CLOSE GLPERIOD.

      ******************************************************************
      *    PRIMEIRA PASSAGEM: O DIARIO TEM DE SER O DA DATA DE NEGOCIO
      *    E BATER COM O RODAPE (CONTAGEM E TOTAIS, DEBITOS = CREDITOS)
      ******************************************************************
       VALIDATE-JOURNAL.
           OPEN INPUT JRNFILE
           IF FS-JRNFILE = '35'
               DISPLAY "GLPOST: falta o diario " WS-JRN-NAME
               MOVE 'N' TO WS-JRN-VALID
               EXIT PARAGRAPH
           END-IF
           IF FS-JRNFILE NOT = '00'
               DISPLAY "Erro ao abrir " WS-JRN-NAME ": " FS-JRNFILE
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ JRNFILE
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       EVALUATE JRNH-REC-TYPE
                           WHEN 'H'
                               MOVE 'S' TO WS-HEADER-SEEN
                               IF JRNH-DATE NOT = WS-BUSDATE
                                   DISPLAY "GLPOST: cabecalho com a "
                                           "data " JRNH-DATE
                                   MOVE 'N' TO WS-JRN-VALID
                               END-IF
                           WHEN 'J'
                               ADD 1 TO WS-READ-COUNT
                               ADD JRNE-AMOUNT TO WS-READ-DR
                               ADD JRNE-AMOUNT TO WS-READ-CR
                           WHEN 'T'
                               MOVE 'S' TO WS-TRAILER-SEEN
                               MOVE JRNT-COUNT TO WS-TRL-COUNT
                               MOVE JRNT-TOTAL-DR TO WS-TRL-DR
                               MOVE JRNT-TOTAL-CR TO WS-TRL-CR
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE JRNFILE

           IF WS-HEADER-SEEN NOT = 'S' OR WS-TRAILER-SEEN NOT = 'S'
               DISPLAY "GLPOST: diario sem cabecalho ou rodape"
               MOVE 'N' TO WS-JRN-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-READ-COUNT NOT = WS-TRL-COUNT
               DISPLAY "GLPOST: " WS-READ-COUNT " lancamento(s) lidos"
                       ", rodape diz " WS-TRL-COUNT
               MOVE 'N' TO WS-JRN-VALID
           END-IF
           IF WS-READ-DR NOT = WS-TRL-DR
              OR WS-READ-CR NOT = WS-TRL-CR
              OR WS-TRL-DR NOT = WS-TRL-CR
               DISPLAY "GLPOST: totais do rodape nao batem com os "
                       "lancamentos"
               MOVE 'N' TO WS-JRN-VALID
           END-IF.

      ******************************************************************
      *    UMA PARTIDA: DEBITO NA CONTA-DR E CREDITO NA CONTA-CR, AMBOS
      *    NO BALCAO DO LANCAMENTO
      ******************************************************************
       POST-JOURNAL-ENTRY.
           IF JRNE-BRANCH IS NOT NUMERIC
               MOVE ZERO TO JRNE-BRANCH
           END-IF
           MOVE JRNE-DR-ACCT TO WS-POST-ACCT
           MOVE 'D' TO WS-POST-SIDE
           PERFORM POST-ONE-SIDE
           MOVE JRNE-CR-ACCT TO WS-POST-ACCT
           MOVE 'C' TO WS-POST-SIDE
           PERFORM POST-ONE-SIDE
           ADD 1 TO WS-POSTED-COUNT.

       POST-ONE-SIDE.
           MOVE WS-POST-ACCT TO GLB-ACCT
           MOVE JRNE-BRANCH TO GLB-BRANCH
           READ GLBAL
               INVALID KEY
                   MOVE WS-POST-ACCT TO GLB-ACCT
                   MOVE JRNE-BRANCH TO GLB-BRANCH
                   MOVE ZERO TO GLB-OPEN-BAL
                   MOVE ZERO TO GLB-PERIOD-DR
                   MOVE ZERO TO GLB-PERIOD-CR
                   PERFORM ADD-TO-BALANCE
                   WRITE GLBAL-REC
                   IF FS-GLBAL NOT = '00'
                       DISPLAY "Erro ao gravar em file/glbal.txt: "
                               FS-GLBAL
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NEW-BAL-COUNT
               NOT INVALID KEY
                   PERFORM ADD-TO-BALANCE
                   REWRITE GLBAL-REC
                   IF FS-GLBAL NOT = '00'
                       DISPLAY "Erro ao regravar em file/glbal.txt: "
                               FS-GLBAL
                       STOP RUN
                   END-IF
           END-READ.

       ADD-TO-BALANCE.
           IF WS-POST-SIDE = 'D'
               ADD JRNE-AMOUNT TO GLB-PERIOD-DR
           ELSE
               ADD JRNE-AMOUNT TO GLB-PERIOD-CR
           END-IF
           MOVE WS-BUSDATE TO GLB-LAST-DATE.
