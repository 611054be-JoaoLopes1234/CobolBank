      *    CONTADORES DE ATRASO DO EMPRESTIMO SAO ATUALIZADOS E O
      *    LIVRO DE ATRASOS SAI EM file/loan_report.txt. QUANDO A
      *    ULTIMA PRESTACAO E COBRADA O EMPRESTIMO FICA LIQUIDADO.
      *    UM EMPRESTIMO ABATIDO (LOAN-STATUS 'W', VER LOANAGE) JA
      *    NAO E COBRADO NEM SAI NO LIVRO DE ATRASOS.
      *    AS PRESTACOES SAO EM MOEDA NACIONAL: NUMA CONTA NOUTRA
      *    MOEDA NAO SAO COBRADAS (FICAM EM ATRASO) E SAO LISTADAS.
      *    UMA PRESTACAO QUE VENCE NUM DIA NAO UTIL E COBRADA SEGUNDO
      *    A CONVENCAO DO CALENDARIO (BUSCAL).
      *    CORRE DEPOIS DO TDMATURE, SOB CONTROLO DE EXECUCAO.
      *****************************************************************


       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-DUE-CUTOFF                 PIC 9(8).
       01 WS-COLL-COUNT                 PIC 9(6) VALUE 0.
       01 WS-ARREAR-COUNT               PIC 9(6) VALUE 0.
       01 WS-COLL-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-WAS-ARREARS                PIC X(1).
       01 WS-COLLECTED                  PIC X(1).
       01 WS-AVAILABLE                  PIC S9(9)V99.
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    O QUE VENCE NUM FIM DE SEMANA OU FERIADO E APANHADO NO DIA
      *    UTIL SEGUINTE (JA ESTA PARA TRAS) OU ANTECIPADO PARA O DIA
      *    UTIL ANTERIOR, CONFORME A CONVENCAO DO CALENDARIO: O LIMITE
      *    DE VENCIMENTO DE HOJE E O FIM DA JANELA DO BUSCAL
      ******************************************************************
           MOVE 'W' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           MOVE BC-WINDOW-TO TO WS-DUE-CUTOFF

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF

           OPEN I-O LOANSCH
           IF FS-LOANSCH = '35'
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF (LSCH-STATUS = 'P' OR LSCH-STATUS = 'A')
                          AND LSCH-DUE-DATE <= WS-DUE-CUTOFF
                           PERFORM COLLECT-ONE-INSTALLMENT
                       END-IF
               END-READ
           CLOSE LOANS
           CLOSE LOANSCH

           COMPUTE RC-READ-COUNT = WS-COLL-COUNT + WS-ARREAR-COUNT
           MOVE WS-COLL-COUNT TO RC-POSTED-COUNT
           MOVE WS-ARREAR-COUNT TO RC-REJECT-COUNT
           MOVE WS-COLL-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "LOANCOLL: " WS-COLL-COUNT " prestacao(oes) "
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF LOAN-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           IF FS-ACCOUNTS NOT = '35'
               MOVE LOAN-ID-USER TO ACCOUNTS-ID-USER
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNTS-STATUS = 'A'
                          AND ACCOUNTS-CURRENCY NOT = SPACES
                          AND ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                           DISPLAY "LOANCOLL: emprestimo " LOAN-SEQ
                                   " com a conta em "
                                   ACCOUNTS-CURRENCY
                                   " - prestacao nao cobrada"
                       ELSE
                           IF ACCOUNTS-STATUS = 'A'
                               PERFORM TRY-DEBIT-INSTALLMENT
                           END-IF
                       END-IF
               END-READ
           END-IF
               STOP RUN
           END-IF

           ADD 1 TO WS-COLL-COUNT
           ADD LSCH-AMOUNT TO WS-COLL-TOTAL.

      ******************************************************************
      *    PRESTACAO FALHADA: MARCAR O ATRASO (SO NA PRIMEIRA FALHA -
                       IF LSCH-LOAN-SEQ NOT = LOAN-SEQ
                           MOVE 'S' TO END-SCAN
                       ELSE
                           IF LSCH-STATUS = 'P' OR LSCH-STATUS = 'A'
                               ADD 1 TO WS-OPEN-COUNT
                           END-IF
                       END-IF
                       MOVE 'S' TO END-SCAN
                   NOT AT END
                       IF LOAN-ARREARS-COUNT > 0
                          AND LOAN-STATUS = 'A'
                           MOVE LOAN-BALANCE TO WS-BALANCE-EDIT
                           MOVE LOAN-ARREARS-AMOUNT TO WS-TOTAL-EDIT
                           MOVE SPACES TO WS-REPORT-LINE
