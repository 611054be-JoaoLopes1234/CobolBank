      *    SNAPRUN). POR CADA CONTA COM RETRATOS NO MES: SALDO MEDIO
      *    DIARIO, PICO E MINIMO COM AS RESPETIVAS DATAS. POR TIPO DE
      *    CONTA: SALDO MEDIO TOTAL DO MES CONTRA O DO MES ANTERIOR
      *    (MOVIMENTO MES-A-MES), POR MOEDA DA CONTA E, PARA O LIVRO
      *    TODO, EM CONTRAVALOR EM MOEDA NACIONAL AO CAMBIO MEDIO DA
      *    DATA DE NEGOCIO (O MESMO CAMBIO NOS DOIS MESES, PARA O
      *    MOVIMENTO SER DE SALDOS E NAO DE CAMBIOS - VER FXCONV). OS
      *    VALORES POR CONTA ESTAO NA MOEDA DA CONTA.
      *    E COM MEDIAS DESTAS - E NAO COM O
      *    SALDO DE UM INSTANTE - QUE SE DECIDEM DISPENSAS DE
      *    COMISSOES E PRECOS DE RELACAO.
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES (COMO O STMTRUN); A
      *    SAIDA E UMA GERACAO DATADA file/avgbal_report_AAAAMMDD.txt
      *    CATALOGADA NO SPOOL (VER SPOOLREG). A MEDIA DE CADA CONTA
      *    FICA TAMBEM EM file/avgbal.txt (VER AVGBAL.cpy) PARA O
      *    RELATORIO DE RENTABILIDADE (PROFRPT).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS FS-BALSNAP.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT AVGOUT ASSIGN 'file/avgbal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVGOUT.
           SELECT AVGRPT ASSIGN WS-AVGRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVGRPT.
       FD BALSNAP.
           COPY 'BALSNAP.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD AVGOUT.
           COPY 'AVGBAL.cpy'.

       FD AVGRPT.
       01 AVGRPT-REC                    PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-MONTH-START                PIC 9(8).
       01 WS-PREV-START                 PIC 9(8).
       01 WS-PREV-END                   PIC 9(8).
      *    ACUMULADORES POR CONTA (MES CORRENTE)
       01 WS-ACC-MAX                    PIC 9(3) VALUE 500.
       01 WS-ACC-COUNT                  PIC 9(3) VALUE 0.
       01 WS-SNAP-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ACC-IDX                    PIC 9(3).
       01 WS-ACC-OVERFLOW               PIC X(1) VALUE 'N'.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 500 TIMES.
               10 WS-ACC-USER           PIC 9(6).
               10 WS-ACC-ID             PIC 9(6).
               10 WS-ACC-TYPE           PIC X(1).
               10 WS-ACC-CUR            PIC X(3).
               10 WS-ACC-SUM            PIC S9(11)V99.
               10 WS-ACC-DAYS           PIC 9(3).
               10 WS-ACC-PEAK           PIC S9(7)V99.
               10 WS-ACC-PEAK-DATE      PIC 9(8).
               10 WS-ACC-TROUGH         PIC S9(7)V99.
               10 WS-ACC-TROUGH-DATE    PIC 9(8).
      *    ACUMULADORES POR MOEDA E TIPO: 1 = CORRENTE, 2 = POUPANCA
       01 WS-TYPE-IDX                   PIC 9(1).
       01 WS-CUR-MAX                    PIC 9(2) VALUE 20.
       01 WS-CUR-COUNT                  PIC 9(2) VALUE 0.
       01 WS-CUR-IDX                    PIC 9(2).
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-CODE           PIC X(3).
               10 WS-CUR-FOUND          PIC X(1).
               10 WS-THIS-SUM           PIC S9(13)V99 OCCURS 2 TIMES.
               10 WS-PREV-SUM           PIC S9(13)V99 OCCURS 2 TIMES.
      *    MEDIAS POR TIPO EM CONTRAVALOR EM MOEDA NACIONAL
       01 WS-HOME-TABLE.
           05 WS-HOME-THIS              PIC S9(11)V99 OCCURS 2 TIMES.
           05 WS-HOME-PREV              PIC S9(11)V99 OCCURS 2 TIMES.
       01 WS-SNAP-CURRENCY              PIC X(3).
       01 WS-THIS-DAYS                  PIC 9(3) VALUE 0.
       01 WS-PREV-DAYS                  PIC 9(3) VALUE 0.
       01 WS-LAST-DATE                  PIC 9(8) VALUE 0.
      *    VARIABLE FILE STATUS
       01 FS-BALSNAP                    PIC X(2).
       01 FS-AVGRPT                     PIC X(2).
       01 FS-AVGOUT                     PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES, COMO O STMTRUN
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUSDATE < BC-RESULT
               DISPLAY "AVGBAL: ainda nao e fim do mes - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
               STOP RUN
           END-IF

      ******************************************************************
      *    O RETRATO NAO TRAZ A MOEDA: E A DA CONTA NO MESTRE
      ******************************************************************
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE ZERO TO WS-HOME-TABLE
           PERFORM SCAN-CURRENT-MONTH
           PERFORM SCAN-PREVIOUS-MONTH
           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE BALSNAP
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
           PERFORM WRITE-REPORT-BODY
           CLOSE AVGRPT

           PERFORM WRITE-AVERAGES-FILE

           MOVE 'AVGBAL' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-AVGRPT-NAME TO SP-FILENAME
               STOP RUN
           END-IF

           MOVE WS-SNAP-COUNT TO RC-READ-COUNT
           MOVE WS-ACC-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "AVGBAL: relatorio emitido em " WS-AVGRPT-NAME
                               ADD 1 TO WS-THIS-DAYS
                               MOVE SNAP-DATE TO WS-LAST-DATE
                           END-IF
                           ADD 1 TO WS-SNAP-COUNT
                           PERFORM GET-SNAPSHOT-CURRENCY
                           PERFORM ADD-SNAPSHOT-TO-ACCOUNT
                           PERFORM ADD-SNAPSHOT-TO-TYPE
                       END-IF
               MOVE WS-ACC-COUNT TO WS-ACC-IDX
               MOVE SNAP-ID-USER TO WS-ACC-USER (WS-ACC-IDX)
               MOVE SNAP-ID TO WS-ACC-ID (WS-ACC-IDX)
               MOVE SNAP-TYPE TO WS-ACC-TYPE (WS-ACC-IDX)
               MOVE WS-SNAP-CURRENCY TO WS-ACC-CUR (WS-ACC-IDX)
               MOVE ZERO TO WS-ACC-SUM (WS-ACC-IDX)
               MOVE ZERO TO WS-ACC-DAYS (WS-ACC-IDX)
               MOVE SNAP-AMOUNT TO WS-ACC-PEAK (WS-ACC-IDX)
           ELSE
               MOVE 1 TO WS-TYPE-IDX
           END-IF
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CUR-IDX > WS-CUR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD SNAP-AMOUNT TO WS-THIS-SUM (WS-CUR-IDX, WS-TYPE-IDX).

      ******************************************************************
      *    MOEDA DA CONTA DO RETRATO (NACIONAL SE A CONTA JA NAO
      *    EXISTIR OU SE NAO HOUVER MESTRE DE CONTAS)
      ******************************************************************
       GET-SNAPSHOT-CURRENCY.
           MOVE SPACES TO WS-SNAP-CURRENCY
           IF FS-ACCOUNTS NOT = '35'
               MOVE SNAP-ID-USER TO ACCOUNTS-ID-USER
               MOVE SNAP-ID TO ACCOUNTS-ID
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNTS-CURRENCY TO WS-SNAP-CURRENCY
               END-READ
           END-IF
      ******************************************************************
      *    O FXCONV NORMALIZA A MOEDA EM BRANCO PARA A NACIONAL E DIZ
      *    SE HA CAMBIO EM VIGOR PARA A MOEDA
      ******************************************************************
           MOVE 'R' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-SNAP-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ZERO TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-FROM-CUR TO WS-SNAP-CURRENCY.

      ******************************************************************
      *    ENTRADA DA MOEDA WS-SNAP-CURRENCY NA TABELA DE MOEDAS
      *    (WS-CUR-IDX > WS-CUR-COUNT SE A TABELA ESTIVER CHEIA)
      ******************************************************************
       FIND-CURRENCY-ENTRY.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR WS-CUR-CODE (WS-CUR-IDX) = WS-SNAP-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "AVGBAL: AVISO - mais moedas do que a "
                           "tabela comporta; moeda "
                           WS-SNAP-CURRENCY " fora dos totais"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-IDX
               MOVE WS-SNAP-CURRENCY TO WS-CUR-CODE (WS-CUR-IDX)
               MOVE FC-FOUND TO WS-CUR-FOUND (WS-CUR-IDX)
               MOVE ZERO TO WS-THIS-SUM (WS-CUR-IDX, 1)
               MOVE ZERO TO WS-THIS-SUM (WS-CUR-IDX, 2)
               MOVE ZERO TO WS-PREV-SUM (WS-CUR-IDX, 1)
               MOVE ZERO TO WS-PREV-SUM (WS-CUR-IDX, 2)
           END-IF.

      ******************************************************************
      *    VARRER OS RETRATOS DO MES ANTERIOR: SO OS TOTAIS POR TIPO,
                               ADD 1 TO WS-PREV-DAYS
                               MOVE SNAP-DATE TO WS-LAST-DATE
                           END-IF
                           PERFORM ADD-PREVIOUS-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PREVIOUS-SNAPSHOT.
           IF SNAP-TYPE = 'S'
               MOVE 2 TO WS-TYPE-IDX
           ELSE
               MOVE 1 TO WS-TYPE-IDX
           END-IF
           PERFORM GET-SNAPSHOT-CURRENCY
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CUR-IDX > WS-CUR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD SNAP-AMOUNT TO WS-PREV-SUM (WS-CUR-IDX, WS-TYPE-IDX).

      ******************************************************************
      *    CORPO DO RELATORIO: MEDIAS POR CONTA E MOVIMENTO POR TIPO
      ******************************************************************

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'MOVIMENTO MES-A-MES POR MOEDA E TIPO:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               PERFORM WRITE-ONE-CURRENCY
           END-PERFORM
      ******************************************************************
      *    O LIVRO TODO EM CONTRAVALOR EM MOEDA NACIONAL
      ******************************************************************
           IF WS-CUR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'MOVIMENTO MES-A-MES POR TIPO EM CONTRAVALOR ('
                      DELIMITED SIZE
                  FC-HOME-CUR DELIMITED SIZE
                  ' AO CAMBIO MEDIO DE ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '):' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 2
               MOVE WS-HOME-THIS (WS-TYPE-IDX) TO WS-AVG-AMOUNT
               MOVE WS-HOME-PREV (WS-TYPE-IDX) TO WS-PREV-AVG
               PERFORM WRITE-ONE-TYPE-LINE
           END-PERFORM
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-FOUND (WS-CUR-IDX) NOT = 'S'
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  SEM CAMBIO EM VIGOR PARA ' DELIMITED SIZE
                          WS-CUR-CODE (WS-CUR-IDX) DELIMITED SIZE
                          ' - FORA DO CONTRAVALOR' DELIMITED SIZE
                       INTO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    MEDIAS DE UMA MOEDA POR TIPO, NA MOEDA, E O SEU CONTRAVALOR
      *    PARA OS TOTAIS DO LIVRO
      ******************************************************************
       WRITE-ONE-CURRENCY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' MOEDA ' DELIMITED SIZE
                  WS-CUR-CODE (WS-CUR-IDX) DELIMITED SIZE
                  ':' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 2
               IF WS-THIS-DAYS = ZERO
                   MOVE ZERO TO WS-AVG-AMOUNT
               ELSE
                   COMPUTE WS-AVG-AMOUNT ROUNDED =
                       WS-THIS-SUM (WS-CUR-IDX, WS-TYPE-IDX)
                       / WS-THIS-DAYS
               END-IF
               IF WS-PREV-DAYS = ZERO
                   MOVE ZERO TO WS-PREV-AVG
               ELSE
                   COMPUTE WS-PREV-AVG ROUNDED =
                       WS-PREV-SUM (WS-CUR-IDX, WS-TYPE-IDX)
                       / WS-PREV-DAYS
               END-IF
               PERFORM WRITE-ONE-TYPE-LINE
               IF WS-CUR-FOUND (WS-CUR-IDX) = 'S'
                   PERFORM ADD-HOME-EQUIVALENT
               END-IF
           END-PERFORM.

       ADD-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-CUR-CODE (WS-CUR-IDX) TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE WS-AVG-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           ADD FC-HOME-AMOUNT TO WS-HOME-THIS (WS-TYPE-IDX)
           MOVE WS-PREV-AVG TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           ADD FC-HOME-AMOUNT TO WS-HOME-PREV (WS-TYPE-IDX).

       WRITE-ONE-ACCOUNT-LINE.
           IF WS-ACC-DAYS (WS-ACC-IDX) = ZERO
               EXIT PARAGRAPH
                  WS-ACC-ID (WS-ACC-IDX) DELIMITED SIZE
                  '  MEDIA ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-ACC-CUR (WS-ACC-IDX) DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

               MOVE 'POUPANCA' TO WS-TYPE-LABEL
           END-IF

           COMPUTE WS-MOVEMENT = WS-AVG-AMOUNT - WS-PREV-AVG

           MOVE SPACES TO WS-PRINT-LINE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    MEDIAS POR CONTA PARA O PROFRPT (UMA GERACAO SO, REESCRITA
      *    TODOS OS MESES)
      ******************************************************************
       WRITE-AVERAGES-FILE.
           OPEN OUTPUT AVGOUT
           IF FS-AVGOUT NOT = '00'
               DISPLAY "Erro ao abrir file/avgbal.txt: " FS-AVGOUT
               STOP RUN
           END-IF
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-ACC-DAYS (WS-ACC-IDX) > ZERO
                   MOVE WS-THIS-YYYYMM TO AVB-PERIOD
                   MOVE WS-ACC-USER (WS-ACC-IDX) TO AVB-ID-USER
                   MOVE WS-ACC-ID (WS-ACC-IDX) TO AVB-ID
                   MOVE WS-ACC-TYPE (WS-ACC-IDX) TO AVB-TYPE
                   MOVE WS-ACC-DAYS (WS-ACC-IDX) TO AVB-DAYS
                   COMPUTE AVB-AVERAGE ROUNDED =
                       WS-ACC-SUM (WS-ACC-IDX)
                       / WS-ACC-DAYS (WS-ACC-IDX)
                   WRITE AVGBAL-REC
                   IF FS-AVGOUT NOT = '00'
                       DISPLAY "Erro ao gravar em file/avgbal.txt: "
                               FS-AVGOUT
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AVGOUT.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO AVGRPT-REC
           WRITE AVGRPT-REC
