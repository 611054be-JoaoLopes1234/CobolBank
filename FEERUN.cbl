      *        'WITHDRAW' DA DATA DE NEGOCIO X FEES-PER-WD
      *      - COMISSAO POR ORDEM PERMANENTE: MOVIMENTOS 'STORD-D'
      *        DO DIA X FEES-STORD
      *      - NO ULTIMO DIA UTIL DO MES, A COMISSAO MENSAL
      *        FEES-MONTHLY, DISPENSADA SE O SALDO NUNCA DESCEU
      *        ABAIXO DO PISO
      *        FEES-WAIVE-FLOOR DURANTE O MES (O MINIMO DO MES SAI DO
      *        SALDO DE ABERTURA E DOS TRANSACTS-BALANCE DO PERIODO)
      *    O TOTAL DO DIA DE CADA CONTA E DEBITADO COMO UM MOVIMENTO

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-MONTH-END-FLAG             PIC X(1) VALUE 'N'.
       01 WS-PERIOD-START               PIC 9(8).
       01 WS-TODAY-YYYYMM               PIC 9(6).
       01 WS-FEE-COUNT                  PIC 9(6) VALUE 0.
       01 WS-ACC-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-FEE-TOTAL                  PIC 9(11)V99 VALUE 0.
       01 WS-WAIVE-COUNT                PIC 9(6) VALUE 0.
      *    APURAMENTO POR CONTA
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    A COMISSAO MENSAL COBRA-SE NO ULTIMO DIA UTIL DO MES (VER
      *    BUSCAL), COMO OS EXTRATOS DO STMTRUN
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUSDATE NOT < BC-RESULT
               MOVE 'S' TO WS-MONTH-END-FLAG
           END-IF
           DIVIDE WS-BUSDATE BY 100 GIVING WS-TODAY-YYYYMM
                                   FS-ACCOUNTS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACC-READ-COUNT
                       IF ACCOUNTS-STATUS = 'A'
                           PERFORM ASSESS-ONE-ACCOUNT
                       END-IF
           CLOSE ACCOUNTS
           CLOSE FEES

           MOVE WS-ACC-READ-COUNT TO RC-READ-COUNT
           MOVE WS-FEE-COUNT TO RC-POSTED-COUNT
           MOVE WS-FEE-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "FEERUN: " WS-FEE-COUNT " conta(s) comissionada(s)"
