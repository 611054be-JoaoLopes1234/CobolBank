       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    CAMBIOS E CONVERSAO ENTRE MOEDAS. A TABELA DE CAMBIOS
      *    (file/fxrates.txt) E MANTIDA PELO SUPERVISOR NO FXMNT; TODOS
      *    OS PROGRAMAS QUE CONVERTEM VALORES (TRANSFERENCIAS ENTRE
      *    CONTAS DE MOEDAS DIFERENTES, CONTRAVALORES DOS RELATORIOS E
      *    DO DIARIO DA CONTABILIDADE) CHAMAM ESTE SUBPROGRAMA EM VEZ
      *    DE LEREM A TABELA DIRETAMENTE. VER FXCPRM.cpy.
      *    OS CAMBIOS JA PROCURADOS FICAM GUARDADOS ENTRE CHAMADAS
      *    (UM RELATORIO PEDE O CONTRAVALOR CONTA A CONTA); O FXMNT SO
      *    DEIXA REGISTAR CAMBIOS PARA DIAS FUTUROS, PELO QUE O CAMBIO
      *    DE UM DIA JA NAO MUDA DEPOIS DE PROCURADO.
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
      *    MOEDA NACIONAL: OS SALDOS SEM MOEDA E A CONTABILIDADE
       01 WS-HOME-CURRENCY              PIC X(3) VALUE 'EUR'.
       01 WS-BUSDATE                    PIC 9(8) VALUE ZERO.
       01 WS-RATE-DATE                  PIC 9(8).
      *    CAMBIOS JA PROCURADOS (MOEDA + DIA PEDIDO)
       01 WS-CACHE-COUNT                PIC 9(3) VALUE ZERO.
       01 WS-CACHE-MAX                  PIC 9(3) VALUE 50.
       01 WS-CACHE-TABLE.
           05 WS-CACHE-ENTRY OCCURS 50 TIMES.
               10 WS-CACHE-CUR          PIC X(3).
               10 WS-CACHE-ASKED        PIC 9(8).
               10 WS-CACHE-FOUND        PIC X(1).
               10 WS-CACHE-DATE         PIC 9(8).
               10 WS-CACHE-BUY          PIC 9(4)V9(6).
               10 WS-CACHE-SELL         PIC 9(4)V9(6).
       01 WS-IDX                        PIC 9(3).
      *    CAMBIO DE UMA MOEDA (RESULTADO DE LOOKUP-RATE)
       01 WS-LOOK-CUR                   PIC X(3).
       01 WS-LOOK-FOUND                 PIC X(1).
       01 WS-LOOK-DATE                  PIC 9(8).
       01 WS-LOOK-BUY                   PIC 9(4)V9(6).
       01 WS-LOOK-SELL                  PIC 9(4)V9(6).
       01 WS-LOOK-MID                   PIC 9(4)V9(6).
      *    CONVERSAO
       01 WS-FROM-BUY                   PIC 9(4)V9(6).
       01 WS-FROM-MID                   PIC 9(4)V9(6).
       01 WS-TO-SELL                    PIC 9(4)V9(6).
       01 WS-TO-MID                     PIC 9(4)V9(6).
       01 WS-HOME-VALUE                 PIC S9(11)V9(8).
       01 WS-FROM-HOME                  PIC S9(9)V99.
       01 WS-TO-HOME                    PIC S9(9)V99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-FXRATES                    PIC X(2).

           COPY 'RUNCTLPR.cpy'.

       LINKAGE SECTION.
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION USING FXCONV-PARM.

           MOVE '00' TO FC-STATUS
           MOVE 'S' TO FC-FOUND
           MOVE WS-HOME-CURRENCY TO FC-HOME-CUR
           MOVE ZERO TO FC-RESULT
           MOVE ZERO TO FC-HOME-AMOUNT
           MOVE ZERO TO FC-MARGIN
           MOVE ZERO TO FC-RATE-DATE

           IF FC-FROM-CUR = SPACES
               MOVE WS-HOME-CURRENCY TO FC-FROM-CUR
           END-IF
           IF FC-TO-CUR = SPACES
               MOVE WS-HOME-CURRENCY TO FC-TO-CUR
           END-IF

           MOVE FC-DATE TO WS-RATE-DATE
           IF WS-RATE-DATE = ZERO
               PERFORM GET-BUSINESS-DATE
               IF FC-STATUS NOT = '00'
                   EXIT PROGRAM
               END-IF
               MOVE WS-BUSDATE TO WS-RATE-DATE
           END-IF

           EVALUATE FC-FUNC
               WHEN 'R'
                   PERFORM GET-RATES
               WHEN 'C'
                   PERFORM CONVERT-AMOUNT
               WHEN 'H'
                   PERFORM HOME-EQUIVALENT
               WHEN OTHER
                   MOVE 'N' TO FC-FOUND
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *    A DATA DE NEGOCIO SO E PEDIDA AO RUNCTL NA PRIMEIRA CHAMADA
      ******************************************************************
       GET-BUSINESS-DATE.
           IF WS-BUSDATE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               MOVE RC-STATUS TO FC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE.

      ******************************************************************
      *    'R' - CAMBIOS EM VIGOR DE UMA MOEDA
      ******************************************************************
       GET-RATES.
           MOVE FC-FROM-CUR TO WS-LOOK-CUR
           PERFORM LOOKUP-RATE
           MOVE WS-LOOK-FOUND TO FC-FOUND
           MOVE WS-LOOK-BUY TO FC-BUY
           MOVE WS-LOOK-SELL TO FC-SELL
           MOVE WS-LOOK-MID TO FC-MID
           MOVE WS-LOOK-DATE TO FC-RATE-DATE.

      ******************************************************************
      *    'H' - CONTRAVALOR EM MOEDA NACIONAL AO CAMBIO MEDIO
      ******************************************************************
       HOME-EQUIVALENT.
           MOVE FC-FROM-CUR TO WS-LOOK-CUR
           PERFORM LOOKUP-RATE
           MOVE WS-LOOK-FOUND TO FC-FOUND
           MOVE WS-LOOK-BUY TO FC-BUY
           MOVE WS-LOOK-SELL TO FC-SELL
           MOVE WS-LOOK-MID TO FC-MID
           MOVE WS-LOOK-DATE TO FC-RATE-DATE
           IF FC-FOUND NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE FC-HOME-AMOUNT ROUNDED = FC-AMOUNT * WS-LOOK-MID.

      ******************************************************************
      *    'C' - O BANCO COMPRA A MOEDA DE ORIGEM E VENDE A DE DESTINO.
      *    A MARGEM E O QUE O CLIENTE DEIXA AO BANCO FACE AO CAMBIO
      *    MEDIO: CONTRAVALOR MEDIO DO QUE SAI MENOS O DO QUE ENTRA
      ******************************************************************
       CONVERT-AMOUNT.
           IF FC-FROM-CUR = FC-TO-CUR
               MOVE FC-AMOUNT TO FC-RESULT
               MOVE FC-FROM-CUR TO WS-LOOK-CUR
               PERFORM LOOKUP-RATE
               MOVE WS-LOOK-FOUND TO FC-FOUND
               MOVE WS-LOOK-BUY TO FC-BUY
               MOVE WS-LOOK-SELL TO FC-SELL
               MOVE WS-LOOK-MID TO FC-MID
               MOVE WS-LOOK-DATE TO FC-RATE-DATE
               IF FC-FOUND = 'S'
                   COMPUTE FC-HOME-AMOUNT ROUNDED =
                       FC-AMOUNT * WS-LOOK-MID
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FC-FROM-CUR TO WS-LOOK-CUR
           PERFORM LOOKUP-RATE
           IF WS-LOOK-FOUND NOT = 'S'
               MOVE 'N' TO FC-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-BUY TO WS-FROM-BUY
           MOVE WS-LOOK-MID TO WS-FROM-MID
           MOVE WS-LOOK-DATE TO FC-RATE-DATE

           MOVE FC-TO-CUR TO WS-LOOK-CUR
           PERFORM LOOKUP-RATE
           IF WS-LOOK-FOUND NOT = 'S'
               MOVE 'N' TO FC-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-SELL TO WS-TO-SELL
           MOVE WS-LOOK-MID TO WS-TO-MID
           IF WS-LOOK-DATE > FC-RATE-DATE
               MOVE WS-LOOK-DATE TO FC-RATE-DATE
           END-IF

           MOVE WS-FROM-BUY TO FC-BUY
           MOVE WS-TO-SELL TO FC-SELL
           MOVE ZERO TO FC-MID
           COMPUTE WS-HOME-VALUE = FC-AMOUNT * WS-FROM-BUY
           COMPUTE FC-RESULT ROUNDED = WS-HOME-VALUE / WS-TO-SELL

           COMPUTE WS-FROM-HOME ROUNDED = FC-AMOUNT * WS-FROM-MID
           COMPUTE WS-TO-HOME ROUNDED = FC-RESULT * WS-TO-MID
           MOVE WS-FROM-HOME TO FC-HOME-AMOUNT
           COMPUTE FC-MARGIN = WS-FROM-HOME - WS-TO-HOME.

      ******************************************************************
      *    CAMBIO EM VIGOR DE WS-LOOK-CUR NO DIA WS-RATE-DATE: A MOEDA
      *    NACIONAL VALE SEMPRE 1; AS OUTRAS VEM DA ENTRADA COM A MAIOR
      *    DATA QUE NAO PASSE DESSE DIA (PRIMEIRO NO QUE JA FOI
      *    PROCURADO, DEPOIS NA TABELA)
      ******************************************************************
       LOOKUP-RATE.
           IF WS-LOOK-CUR = WS-HOME-CURRENCY
               MOVE 'S' TO WS-LOOK-FOUND
               MOVE 1 TO WS-LOOK-BUY
               MOVE 1 TO WS-LOOK-SELL
               MOVE 1 TO WS-LOOK-MID
               MOVE WS-RATE-DATE TO WS-LOOK-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CACHE-COUNT
               IF WS-CACHE-CUR (WS-IDX) = WS-LOOK-CUR
                  AND WS-CACHE-ASKED (WS-IDX) = WS-RATE-DATE
                   MOVE WS-CACHE-FOUND (WS-IDX) TO WS-LOOK-FOUND
                   MOVE WS-CACHE-DATE (WS-IDX) TO WS-LOOK-DATE
                   MOVE WS-CACHE-BUY (WS-IDX) TO WS-LOOK-BUY
                   MOVE WS-CACHE-SELL (WS-IDX) TO WS-LOOK-SELL
                   COMPUTE WS-LOOK-MID ROUNDED =
                       (WS-LOOK-BUY + WS-LOOK-SELL) / 2
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM READ-RATE-TABLE
           IF FC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           IF WS-CACHE-COUNT < WS-CACHE-MAX
               ADD 1 TO WS-CACHE-COUNT
               MOVE WS-LOOK-CUR TO WS-CACHE-CUR (WS-CACHE-COUNT)
               MOVE WS-RATE-DATE TO WS-CACHE-ASKED (WS-CACHE-COUNT)
               MOVE WS-LOOK-FOUND TO WS-CACHE-FOUND (WS-CACHE-COUNT)
               MOVE WS-LOOK-DATE TO WS-CACHE-DATE (WS-CACHE-COUNT)
               MOVE WS-LOOK-BUY TO WS-CACHE-BUY (WS-CACHE-COUNT)
               MOVE WS-LOOK-SELL TO WS-CACHE-SELL (WS-CACHE-COUNT)
           END-IF.

       READ-RATE-TABLE.
           MOVE 'N' TO WS-LOOK-FOUND
           MOVE ZERO TO WS-LOOK-DATE
           MOVE ZERO TO WS-LOOK-BUY
           MOVE ZERO TO WS-LOOK-SELL
           MOVE ZERO TO WS-LOOK-MID
           MOVE 'N' TO END-FILE

           OPEN INPUT FXRATES
           IF FS-FXRATES = '35'
      *        AINDA NAO HA CAMBIOS - SO A MOEDA NACIONAL
               EXIT PARAGRAPH
           END-IF
           IF FS-FXRATES NOT = '00'
               MOVE FS-FXRATES TO FC-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOOK-CUR TO FX-CURRENCY
           MOVE ZERO TO FX-DATE
           START FXRATES KEY IS >= FX-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ FXRATES NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FX-CURRENCY NOT = WS-LOOK-CUR
                          OR FX-DATE > WS-RATE-DATE
                           MOVE 'S' TO END-FILE
                       ELSE
                           MOVE 'S' TO WS-LOOK-FOUND
                           MOVE FX-DATE TO WS-LOOK-DATE
                           MOVE FX-BUY TO WS-LOOK-BUY
                           MOVE FX-SELL TO WS-LOOK-SELL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FXRATES

           IF WS-LOOK-FOUND = 'S'
               COMPUTE WS-LOOK-MID ROUNDED =
                   (WS-LOOK-BUY + WS-LOOK-SELL) / 2
           END-IF.
