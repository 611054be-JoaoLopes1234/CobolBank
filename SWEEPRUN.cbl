      *    LIGADOS 'SWEEP-D'/'SWEEP-C' NO RAZAO (TRANSPST).
      *    O RELATORIO E A GERACAO DATADA
      *    file/sweep_report_AAAAMMDD.txt, CATALOGADA NO SPOOL.
      *    AS INSTRUCOES ENTRE CONTAS DE MOEDAS DIFERENTES SAO
      *    SALTADAS (O ALVO NAO TEM MOEDA PROPRIA).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-SWEEPRPT-NAME              PIC X(40).
       01 WS-EXEC-COUNT                 PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT                 PIC 9(4) VALUE 0.
       01 WS-EXEC-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-SKIP-REASON                PIC X(40).
      *    O LADO QUE PAGA E O LADO QUE RECEBE DESTE VARRIMENTO
       01 WS-SRC-ACCOUNT                PIC 9(6).
       01 WS-CRD-NEW-AMOUNT             PIC S9(7)V99.
       01 WS-DEB-SEQ                    PIC 9(9).
       01 WS-CRD-SEQ                    PIC 9(9).
       01 WS-HOME-CUR                   PIC X(3).
       01 WS-SRC-CURRENCY               PIC X(3).
       01 WS-DST-CURRENCY               PIC X(3).
       01 WS-REPORT-LINE                PIC X(80).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY
      *    A MOEDA NACIONAL, PARA AS CONTAS COM A MOEDA EM BRANCO
           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-HOME-CUR TO WS-HOME-CUR

           MOVE SPACES TO WS-SWEEPRPT-NAME
           STRING 'file/sweep_report_' DELIMITED SIZE
           CLOSE SWEEPRPT

           PERFORM REGISTER-SPOOL-GENERATION
           COMPUTE RC-READ-COUNT = WS-EXEC-COUNT + WS-SKIP-COUNT
           MOVE WS-EXEC-COUNT TO RC-POSTED-COUNT
           MOVE WS-SKIP-COUNT TO RC-REJECT-COUNT
           MOVE WS-EXEC-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "SWEEPRUN: " WS-EXEC-COUNT " varrimento(s) "
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE ACCOUNTS-CURRENCY TO WS-SRC-CURRENCY

           MOVE SWEEP-ID-USER TO HA-ID-USER
           MOVE WS-SRC-ACCOUNT TO HA-ID-ACCOUNT
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE ACCOUNTS-CURRENCY TO WS-DST-CURRENCY
      ******************************************************************
      *    AS DUAS CONTAS TEM DE ESTAR NA MESMA MOEDA (EM BRANCO = A
      *    NACIONAL)
      ******************************************************************
           IF WS-SRC-CURRENCY = SPACES
               MOVE WS-HOME-CUR TO WS-SRC-CURRENCY
           END-IF
           IF WS-DST-CURRENCY = SPACES
               MOVE WS-HOME-CUR TO WS-DST-CURRENCY
           END-IF
           IF WS-SRC-CURRENCY NOT = WS-DST-CURRENCY
               MOVE 'CONTAS EM MOEDAS DIFERENTES' TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    MOVIMENTAR OS DOIS SALDOS
      ******************************************************************
           END-IF

           ADD 1 TO WS-EXEC-COUNT
           ADD WS-SWEEP-AMOUNT TO WS-EXEC-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INSTRUCAO ' DELIMITED SIZE
                  SWEEP-SEQ DELIMITED SIZE
