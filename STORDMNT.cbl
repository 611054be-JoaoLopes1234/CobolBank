      *    VARIABLE FILE STATUS
       01 FS-STORD                      PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 WS-FIRST-CURRENCY             PIC X(3).
       01 WS-SECOND-CURRENCY            PIC X(3).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

           DISPLAY "Ordem permanente criada com o numero " WS-NEW-SEQ.

      ******************************************************************
      *    AS DUAS CONTAS TEM DE EXISTIR, SER DESTE CLIENTE, ESTAR
      *    ABERTAS E NA MESMA MOEDA (EM BRANCO = A NACIONAL)
      ******************************************************************
       CHECK-BOTH-ACCOUNTS.
           MOVE 'N' TO WS-ACCOUNT-OK
                       CLOSE ACCOUNTS
                       EXIT PARAGRAPH
                   END-IF
                   IF ACCOUNTS-STATUS = 'U'
                       DISPLAY "A conta de origem tem o saldo "
                               "entregue como nao reclamado!"
                       CLOSE ACCOUNTS
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE ACCOUNTS-CURRENCY TO WS-FIRST-CURRENCY

           MOVE LK-USER-ID TO ACCOUNTS-ID-USER
           MOVE WS-DST-ACCOUNT TO ACCOUNTS-ID
                       CLOSE ACCOUNTS
                       EXIT PARAGRAPH
                   END-IF
                   IF ACCOUNTS-STATUS = 'U'
                       DISPLAY "A conta de destino tem o saldo "
                               "entregue como nao reclamado!"
                       CLOSE ACCOUNTS
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE ACCOUNTS-CURRENCY TO WS-SECOND-CURRENCY

           CLOSE ACCOUNTS

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF
           IF WS-FIRST-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO WS-FIRST-CURRENCY
           END-IF
           IF WS-SECOND-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO WS-SECOND-CURRENCY
           END-IF
           IF WS-FIRST-CURRENCY NOT = WS-SECOND-CURRENCY
               DISPLAY "A conta de origem esta em " WS-FIRST-CURRENCY
                       " e a conta de destino em "
                       WS-SECOND-CURRENCY "!"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ACCOUNT-OK.

      ******************************************************************
