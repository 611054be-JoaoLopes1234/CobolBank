       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMNT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    MANUTENCAO DA TABELA DE CAMBIOS (file/fxrates.txt - VER
      *    FXRATES.cpy): LISTAR OS CAMBIOS DE UMA MOEDA E REGISTAR O
      *    CAMBIO DE COMPRA E DE VENDA DE UMA MOEDA A PARTIR DE UMA
      *    DATA. RESERVADO A SUPERVISORES; CADA ALTERACAO FICA NO LOG
      *    DE AUDITORIA DAS MANUTENCOES (MNTAUDIT).
      *    UM CAMBIO NOVO SO ENTRA EM VIGOR NUMA DATA DE NEGOCIO
      *    FUTURA: O CAMBIO DO DIA NAO MUDA A MEIO DO DIA, PELO QUE AS
      *    TRANSFERENCIAS DO BALCAO, AS DO CANAL INTERNET E O DIARIO
      *    DA CONTABILIDADE CONVERTEM TODAS AO MESMO CAMBIO. A UNICA
      *    EXCECAO E O PRIMEIRO CAMBIO DE UMA MOEDA NOVA, QUE PODE
      *    VALER JA HOJE (AINDA NAO HA NADA CONVERTIDO NESSA MOEDA).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRATES ASSIGN 'file/fxrates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FX-KEY
               FILE STATUS IS FS-FXRATES.

       DATA DIVISION.
       FILE SECTION.
       FD FXRATES.
           COPY 'FXRATES.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-CURRENCY                   PIC X(3).
       01 WS-NEW-DATE                   PIC 9(8).
       01 WS-NEW-BUY                    PIC 9(4)V9(6).
       01 WS-NEW-SELL                   PIC 9(4)V9(6).
       01 WS-OLD-BUY                    PIC 9(4)V9(6).
       01 WS-OLD-SELL                   PIC 9(4)V9(6).
       01 WS-EXISTS                     PIC X(1).
       01 WS-HAS-RATE                   PIC X(1).
       01 WS-RATE-COUNT                 PIC 9(6).
       01 WS-BUY-ED                     PIC ZZZ9,999999.
       01 WS-SELL-ED                    PIC ZZZ9,999999.
       01 WS-MID                        PIC 9(4)V9(6).
       01 WS-MID-ED                     PIC ZZZ9,999999.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-FXRATES                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.

      ******************************************************************
      *    OS CAMBIOS SAO RESERVADOS A SUPERVISORES
      ******************************************************************
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem gerir a tabela "
                       "de cambios!"
               EXIT PROGRAM
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           MOVE 'R' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ZERO TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM

           MOVE 'N' TO WS-DONE
           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - List exchange rates'
               DISPLAY '2 - Set exchange rate'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
               EVALUATE INPUT-USER
                   WHEN 1
                       PERFORM LIST-RATES
                   WHEN 2
                       PERFORM SET-RATE
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    LISTAR OS CAMBIOS DE UMA MOEDA (OU DE TODAS, COM ENTER), POR
      *    ORDEM DE MOEDA E DATA DE ENTRADA EM VIGOR
      ******************************************************************
       LIST-RATES.
           DISPLAY "Qual a moeda? (ENTER = todas)"
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY) TO WS-CURRENCY

           MOVE 'N' TO END-FILE
           OPEN INPUT FXRATES
           IF FS-FXRATES = '35'
               DISPLAY "Ainda nao ha cambios registados."
               EXIT PARAGRAPH
           END-IF
           IF FS-FXRATES NOT = '00'
               DISPLAY "Erro ao abrir file/fxrates.txt: " FS-FXRATES
               STOP RUN
           END-IF

           DISPLAY "Moeda nacional: " FC-HOME-CUR
                   "  Data de negocio: " WS-BUSDATE
           DISPLAY "MOEDA DESDE         COMPRA       VENDA       "
                   "MEDIO  SUPERV."
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE ZERO TO FX-DATE
           START FXRATES KEY IS >= FX-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           MOVE ZERO TO WS-RATE-COUNT
           PERFORM UNTIL END-FILE = 'S'
               READ FXRATES NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF WS-CURRENCY NOT = SPACES
                          AND FX-CURRENCY NOT = WS-CURRENCY
                           MOVE 'S' TO END-FILE
                       ELSE
                           MOVE FX-BUY TO WS-BUY-ED
                           MOVE FX-SELL TO WS-SELL-ED
                           COMPUTE WS-MID ROUNDED =
                               (FX-BUY + FX-SELL) / 2
                           MOVE WS-MID TO WS-MID-ED
                           DISPLAY FX-CURRENCY "   " FX-DATE " "
                                   WS-BUY-ED " " WS-SELL-ED " "
                                   WS-MID-ED " " FX-SET-BY
                           ADD 1 TO WS-RATE-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FXRATES
           IF WS-RATE-COUNT = ZERO
               DISPLAY "Sem cambios para essa moeda."
           END-IF.

      ******************************************************************
      *    REGISTAR O CAMBIO DE UMA MOEDA A PARTIR DE UMA DATA. UMA
      *    ENTRADA FUTURA JA REGISTADA PODE SER CORRIGIDA (MESMA MOEDA
      *    E DATA); UMA JA EM VIGOR NAO.
      ******************************************************************
       SET-RATE.
           DISPLAY "Qual a moeda? (codigo ISO, 3 letras)"
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY) TO WS-CURRENCY
           IF WS-CURRENCY (1:1) NOT ALPHABETIC-UPPER
              OR WS-CURRENCY (2:1) NOT ALPHABETIC-UPPER
              OR WS-CURRENCY (3:1) NOT ALPHABETIC-UPPER
              OR WS-CURRENCY (1:1) = SPACE
              OR WS-CURRENCY (2:1) = SPACE
              OR WS-CURRENCY (3:1) = SPACE
               DISPLAY "Codigo de moeda invalido!"
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENCY = FC-HOME-CUR
               DISPLAY "A moeda nacional nao tem cambio!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "A partir de que data? (AAAAMMDD)"
           ACCEPT WS-NEW-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE) NOT = 0
               DISPLAY "Data invalida!"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DATE < WS-BUSDATE
               DISPLAY "Nao se alteram cambios passados!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Cambio de compra? (moeda nacional por 1 "
                   WS-CURRENCY ")"
           ACCEPT WS-NEW-BUY
           DISPLAY "Cambio de venda? (moeda nacional por 1 "
                   WS-CURRENCY ")"
           ACCEPT WS-NEW-SELL
           IF WS-NEW-BUY = ZERO OR WS-NEW-SELL = ZERO
               DISPLAY "O cambio tem de ser maior que zero!"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-BUY > WS-NEW-SELL
               DISPLAY "O cambio de compra nao pode passar o de "
                       "venda!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FXRATES
           IF FS-FXRATES = '35'
               OPEN OUTPUT FXRATES
               IF FS-FXRATES NOT = '00'
                   DISPLAY "Erro ao criar file/fxrates.txt: "
                           FS-FXRATES
                   STOP RUN
               END-IF
               CLOSE FXRATES
               OPEN I-O FXRATES
           END-IF
           IF FS-FXRATES NOT = '00'
               DISPLAY "Erro ao abrir file/fxrates.txt: " FS-FXRATES
               STOP RUN
           END-IF

      *    JA HA CAMBIO EM VIGOR HOJE? ENTAO SO PARA DATAS FUTURAS
           IF WS-NEW-DATE = WS-BUSDATE
               PERFORM CHECK-RATE-IN-FORCE
               IF WS-HAS-RATE = 'S'
                   DISPLAY "Ja ha cambio em vigor hoje para "
                           WS-CURRENCY " - o novo so pode valer a "
                           "partir do proximo dia de negocio!"
                   CLOSE FXRATES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-NEW-DATE TO FX-DATE
           MOVE 'N' TO WS-EXISTS
           READ FXRATES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-EXISTS
                   MOVE FX-BUY TO WS-OLD-BUY
                   MOVE FX-SELL TO WS-OLD-SELL
           END-READ

           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE WS-NEW-DATE TO FX-DATE
           MOVE WS-NEW-BUY TO FX-BUY
           MOVE WS-NEW-SELL TO FX-SELL
           MOVE OPER-SESS-ID TO FX-SET-BY
           IF WS-EXISTS = 'S'
               REWRITE FXRATES-REC
           ELSE
               WRITE FXRATES-REC
           END-IF
           IF FS-FXRATES NOT = '00'
               DISPLAY "Erro ao gravar em file/fxrates.txt: "
                       FS-FXRATES
               STOP RUN
           END-IF
           CLOSE FXRATES
           DISPLAY "Cambio registado com sucesso!"

           MOVE 'FXRATES' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-CURRENCY TO MA-KEY (1:3)
           MOVE WS-NEW-DATE TO MA-KEY (5:8)
           MOVE OPER-SESS-ID TO MA-OPER
           MOVE 'BUY' TO MA-FIELD
           IF WS-EXISTS = 'S'
               MOVE WS-OLD-BUY TO WS-BUY-ED
               MOVE WS-BUY-ED TO MA-OLD
           ELSE
               MOVE '(NOVO)' TO MA-OLD
           END-IF
           MOVE WS-NEW-BUY TO WS-BUY-ED
           MOVE WS-BUY-ED TO MA-NEW
           PERFORM WRITE-MAINT-AUDIT
           MOVE 'SELL' TO MA-FIELD
           IF WS-EXISTS = 'S'
               MOVE WS-OLD-SELL TO WS-SELL-ED
               MOVE WS-SELL-ED TO MA-OLD
           ELSE
               MOVE '(NOVO)' TO MA-OLD
           END-IF
           MOVE WS-NEW-SELL TO WS-SELL-ED
           MOVE WS-SELL-ED TO MA-NEW
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    HA ALGUMA ENTRADA DA MOEDA COM DATA ATE A DATA DE NEGOCIO?
      *    (COM O FICHEIRO JA ABERTO)
      ******************************************************************
       CHECK-RATE-IN-FORCE.
           MOVE 'N' TO WS-HAS-RATE
           MOVE WS-CURRENCY TO FX-CURRENCY
           MOVE ZERO TO FX-DATE
           START FXRATES KEY IS >= FX-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ FXRATES NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF FX-CURRENCY = WS-CURRENCY
                      AND FX-DATE NOT > WS-BUSDATE
                       MOVE 'S' TO WS-HAS-RATE
                   END-IF
           END-READ.

      ******************************************************************
      *    A ALTERACAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      ******************************************************************
       WRITE-MAINT-AUDIT.
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.
