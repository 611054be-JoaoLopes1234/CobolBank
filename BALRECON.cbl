      *****************************************************************
      *    RELATORIO DE RECONCILIACAO: SOMA OS SALDOS DE TODAS AS
      *    CONTAS E COMPARA COM UM TOTAL DE CONTROLO (EX: RAZAO GERAL)
      *    OS SALDOS SAO SOMADOS POR MOEDA DA CONTA; A RAZAO GERAL ESTA
      *    EM MOEDA NACIONAL, PELO QUE O TOTAL REAL A COMPARAR E A SOMA
      *    DOS CONTRAVALORES AO CAMBIO MEDIO DA DATA DE NEGOCIO (VER
      *    FXCONV). UMA MOEDA SEM CAMBIO EM VIGOR NAO ENTRA NO TOTAL E
      *    A RECONCILIACAO FICA POR FAZER.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-CONTROL-TOTAL                PIC S9(9)V99 VALUE 0.
       01 WS-DIFFERENCE                   PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EDIT                   PIC -9(9),99.
       01 WS-COUNT-EDIT                   PIC Z(5)9.
      *    SALDOS POR MOEDA DA CONTA (SALDO NA MOEDA E CONTRAVALOR)
       01 WS-CUR-MAX                      PIC 9(2) VALUE 20.
       01 WS-CUR-COUNT                    PIC 9(2) VALUE 0.
       01 WS-CUR-IDX                      PIC 9(2).
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-CODE             PIC X(3).
               10 WS-CUR-ACCTS            PIC 9(6).
               10 WS-CUR-BALANCE          PIC S9(9)V99.
               10 WS-CUR-HOME             PIC S9(9)V99.
               10 WS-CUR-FOUND            PIC X(1).
       01 WS-NO-RATE                      PIC X(1) VALUE 'N'.
      *    VARIABLE END-FILE
       01 END-FILE                        PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                     PIC X(2).
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM ADD-ACCOUNT-TO-CURRENCY
               END-READ
           END-PERFORM


           DISPLAY "**********************************************"
           DISPLAY "Contas verificadas: " WS-ACCOUNT-COUNT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ACCTS (WS-CUR-IDX) TO WS-COUNT-EDIT
               MOVE WS-CUR-BALANCE (WS-CUR-IDX) TO WS-TOTAL-EDIT
               DISPLAY "  Moeda " WS-CUR-CODE (WS-CUR-IDX)
                       ": contas " WS-COUNT-EDIT
                       "  saldo " WS-TOTAL-EDIT
               IF WS-CUR-FOUND (WS-CUR-IDX) = 'S'
                   MOVE WS-CUR-HOME (WS-CUR-IDX) TO WS-TOTAL-EDIT
                   DISPLAY "             contravalor em "
                           FC-HOME-CUR ": " WS-TOTAL-EDIT
               ELSE
                   DISPLAY "             sem cambio em vigor - fora "
                           "do total!"
               END-IF
           END-PERFORM
           MOVE WS-ACTUAL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Total real (contas): " WS-TOTAL-EDIT " "
                   FC-HOME-CUR
           MOVE WS-CONTROL-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "Total de controlo:   " WS-TOTAL-EDIT
           MOVE WS-DIFFERENCE TO WS-TOTAL-EDIT
           DISPLAY "Diferenca:           " WS-TOTAL-EDIT
           IF WS-NO-RATE = 'S'
               DISPLAY "ATENCAO: ha moedas sem cambio em vigor - "
                       "reconciliacao incompleta!"
           ELSE
               IF WS-DIFFERENCE = 0
                   DISPLAY "RECONCILIADO: sem divergencias!"
               ELSE
                   DISPLAY "ATENCAO: divergencia detetada!"
               END-IF
           END-IF
           DISPLAY "**********************************************".

           EXIT PROGRAM.

      ******************************************************************
      *    ACUMULAR O SALDO NA MOEDA DA CONTA E O SEU CONTRAVALOR EM
      *    MOEDA NACIONAL, QUE E O QUE ENTRA NO TOTAL REAL
      ******************************************************************
       ADD-ACCOUNT-TO-CURRENCY.
           MOVE 'H' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE ACCOUNTS-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ACCOUNTS-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           IF FC-FOUND NOT = 'S'
               MOVE 'S' TO WS-NO-RATE
           END-IF

           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR WS-CUR-CODE (WS-CUR-IDX) = FC-FROM-CUR
               CONTINUE
           END-PERFORM
           IF WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "BALRECON: demasiadas moedas - aumentar "
                           "WS-CUR-TABLE!"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-IDX
               MOVE FC-FROM-CUR TO WS-CUR-CODE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-ACCTS (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-BALANCE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-HOME (WS-CUR-IDX)
               MOVE FC-FOUND TO WS-CUR-FOUND (WS-CUR-IDX)
           END-IF
           ADD 1 TO WS-CUR-ACCTS (WS-CUR-IDX)
           ADD ACCOUNTS-AMOUNT TO WS-CUR-BALANCE (WS-CUR-IDX)
           ADD FC-HOME-AMOUNT TO WS-CUR-HOME (WS-CUR-IDX)
           ADD FC-HOME-AMOUNT TO WS-ACTUAL-TOTAL.
