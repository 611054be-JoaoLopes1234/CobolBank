      *      MOVIMENTO LIQUIDO DE NUMERARIO DE CLIENTES DO DIA
      *    O FECHO DE CAIXA DE CADA OPERADOR (DRAWBAL) PARTE DO SEU
      *    FLOAT E DAS SUAS COMPRAS/VENDAS AQUI REGISTADAS.
      *    O NUMERARIO EM MOEDA ESTRANGEIRA PASSA PELO COFRE COMO O
      *    NACIONAL, MAS CADA MOEDA TEM OS SEUS FLOATS, AS SUAS
      *    COMPRAS/VENDAS E O SEU FECHO: O RELATORIO DE FECHO E PEDIDO
      *    MOEDA A MOEDA (file/vault_report_AAAAMMDD.txt PARA A MOEDA
      *    NACIONAL, file/vault_report_AAAAMMDD_MMM.txt PARA AS
      *    OUTRAS) E O NUMERARIO DE CLIENTES CONTA NA MOEDA DA CONTA
      *    DEPOSITADA OU LEVANTADA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS TRANSACTS-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANSMST.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT VAULTRPT ASSIGN WS-VAULTRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VAULTRPT.
       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD VAULTRPT.
       01 VAULTRPT-REC                  PIC X(90).

       01 WS-NEW-AMOUNT                 PIC 9(7)V99.
       01 WS-TARGET-OPER                PIC 9(6).
       01 WS-ENTRY-TYPE                 PIC X(1).
      *    MOEDA DO LANCAMENTO / DO FECHO E MOEDA DE UM REGISTO LIDO
      *    (EM BRANCO = A NACIONAL)
       01 WS-ENTRY-CURRENCY             PIC X(3).
       01 WS-CURRENCY-OK                PIC X(1).
       01 WS-REC-CURRENCY               PIC X(3).
      *    APURAMENTO DO FECHO DO COFRE
       01 WS-VAULT-OPENING              PIC 9(9)V99.
       01 WS-FLOAT-TOTAL                PIC 9(9)V99.
       01 FS-VAULT                      PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-VAULTRPT                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-TOTAL-EDIT                 PIC -9(9),99.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           MOVE 'R' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE ZERO TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - List today vault ledger'
               DISPLAY '2 - Set vault opening float'
               STOP RUN
           END-IF

           DISPLAY "SEQ  TIPO OPERADOR VALOR       MOEDA "
                   "REGISTADO POR"
           MOVE 'N' TO END-FILE
           MOVE WS-BUSDATE TO VAULT-DATE
           MOVE ZERO TO VAULT-SEQ
                           MOVE 'S' TO END-FILE
                       ELSE
                           MOVE VAULT-AMOUNT TO WS-AMOUNT-EDIT
                           MOVE VAULT-CURRENCY TO WS-REC-CURRENCY
                           IF WS-REC-CURRENCY = SPACES
                               MOVE FC-HOME-CUR TO WS-REC-CURRENCY
                           END-IF
                           DISPLAY VAULT-SEQ ' ' VAULT-TYPE '    '
                                   VAULT-OPER '   ' WS-AMOUNT-EDIT
                                   ' ' WS-REC-CURRENCY '   '
                                   VAULT-BY
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TARGET-OPER TO VAULT-OPER
           MOVE WS-NEW-AMOUNT TO VAULT-AMOUNT
           MOVE OPER-SESS-ID TO VAULT-BY
           MOVE WS-ENTRY-CURRENCY TO VAULT-CURRENCY
           WRITE VAULT-REC
           IF FS-VAULT NOT = '00'
               DISPLAY "Erro ao gravar em file/vault.txt: " FS-VAULT
      *    FLOAT DE ABERTURA DO COFRE (SUPERVISOR)
      ******************************************************************
       SET-VAULT-OPENING.
           PERFORM ASK-CURRENCY
           IF WS-CURRENCY-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Qual o float de abertura do cofre? (em "
                   WS-ENTRY-CURRENCY ")"
           ACCEPT WS-NEW-AMOUNT
           MOVE 'O' TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-TARGET-OPER
       SET-OPERATOR-FLOAT.
           DISPLAY "Qual o ID do operador?"
           ACCEPT WS-TARGET-OPER
           PERFORM ASK-CURRENCY
           IF WS-CURRENCY-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Qual o float de abertura da gaveta? (em "
                   WS-ENTRY-CURRENCY ")"
           ACCEPT WS-NEW-AMOUNT
           MOVE 'F' TO WS-ENTRY-TYPE
           PERFORM WRITE-VAULT-ENTRY
      *    LANCAMENTO
      ******************************************************************
       RECORD-BUY-SELL.
           PERFORM ASK-CURRENCY
           IF WS-CURRENCY-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-TYPE = 'B'
               DISPLAY "Qual o valor comprado ao cofre? (em "
                       WS-ENTRY-CURRENCY ")"
           ELSE
               DISPLAY "Qual o valor vendido ao cofre? (em "
                       WS-ENTRY-CURRENCY ")"
           END-IF
           ACCEPT WS-NEW-AMOUNT
           IF WS-NEW-AMOUNT = ZERO
           END-IF.

      ******************************************************************
      *    MOEDA DO NUMERARIO: ENTER = MOEDA NACIONAL; UMA ESTRANGEIRA
      *    SO COM CAMBIO EM VIGOR (SO ESSAS TEM CONTAS E NUMERARIO)
      ******************************************************************
       ASK-CURRENCY.
           MOVE 'N' TO WS-CURRENCY-OK
           DISPLAY "Qual a moeda? (ENTER = " FC-HOME-CUR ")"
           MOVE SPACES TO WS-ENTRY-CURRENCY
           ACCEPT WS-ENTRY-CURRENCY
           MOVE FUNCTION UPPER-CASE (WS-ENTRY-CURRENCY)
               TO WS-ENTRY-CURRENCY
           IF WS-ENTRY-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO WS-ENTRY-CURRENCY
           END-IF
           IF WS-ENTRY-CURRENCY NOT = FC-HOME-CUR
               MOVE 'R' TO FC-FUNC
               MOVE WS-BUSDATE TO FC-DATE
               MOVE WS-ENTRY-CURRENCY TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
                   STOP RUN
               END-IF
               IF FC-FOUND NOT = 'S'
                   DISPLAY "Nao ha cambio em vigor para a moeda "
                           WS-ENTRY-CURRENCY "!"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-CURRENCY-OK.

      ******************************************************************
      *    FECHO DO COFRE NUMA MOEDA: PROVAR QUE COFRE + GAVETAS =
      *    ABERTURA + MOVIMENTO LIQUIDO DE NUMERARIO DE CLIENTES DO DIA
      ******************************************************************
       VAULT-CLOSE-REPORT.
           PERFORM ASK-CURRENCY
           IF WS-CURRENCY-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    O FECHO PROVA-SE CONTRA NUMERARIO CONTADO, NAO CONTRA O
      *    PROPRIO LIVRO: O SUPERVISOR CONTA O COFRE E O PROGRAMA
      *    GAVETAS PROVAM-SE UMA A UMA NO DRAWBAL CONTRA O TOTAL
      *    CONTADO DE CADA OPERADOR
      ******************************************************************
           DISPLAY "Qual o total contado do cofre? (em "
                   WS-ENTRY-CURRENCY ")"
           ACCEPT WS-COUNTED-VAULT

           PERFORM SUM-VAULT-DAY
               + WS-CASH-IN - WS-CASH-OUT

           MOVE SPACES TO WS-VAULTRPT-NAME
           IF WS-ENTRY-CURRENCY = FC-HOME-CUR
               STRING 'file/vault_report_' DELIMITED SIZE
                      WS-BUSDATE DELIMITED SIZE
                      '.txt' DELIMITED SIZE
                   INTO WS-VAULTRPT-NAME
           ELSE
               STRING 'file/vault_report_' DELIMITED SIZE
                      WS-BUSDATE DELIMITED SIZE
                      '_' DELIMITED SIZE
                      WS-ENTRY-CURRENCY DELIMITED SIZE
                      '.txt' DELIMITED SIZE
                   INTO WS-VAULTRPT-NAME
           END-IF

           OPEN OUTPUT VAULTRPT
           IF FS-VAULTRPT NOT = '00'
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FECHO DO COFRE - DATA DE NEGOCIO ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ' - MOEDA ' DELIMITED SIZE
                  WS-ENTRY-CURRENCY DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           ELSE
               MOVE 'ATENCAO: O COFRE NAO FECHA CERTO!'
                   TO WS-PRINT-LINE
               DISPLAY "VAULTMNT: o cofre nao fecha certo em "
                       WS-ENTRY-CURRENCY "!"
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE 'AS GAVETAS PROVAM-SE UMA A UMA NO FECHO DE CAIXA'
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE VAULT-CURRENCY TO WS-REC-CURRENCY
                       IF WS-REC-CURRENCY = SPACES
                           MOVE FC-HOME-CUR TO WS-REC-CURRENCY
                       END-IF
                       IF VAULT-DATE NOT = WS-BUSDATE
                           MOVE 'S' TO END-FILE
                       ELSE
                       IF WS-REC-CURRENCY = WS-ENTRY-CURRENCY
                           EVALUATE VAULT-TYPE
                               WHEN 'O'
                                   ADD VAULT-AMOUNT
                                   ADD VAULT-AMOUNT TO WS-SELL-TOTAL
                           END-EVALUATE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM


      ******************************************************************
      *    MOVIMENTO LIQUIDO DE NUMERARIO DE CLIENTES DO DIA
      *    ('DEPOSIT' E 'WITHDRAW' NO RAZAO, TODAS AS GAVETAS) NA
      *    MOEDA DO FECHO - A MOEDA DO NUMERARIO E A DA CONTA
      ******************************************************************
       SUM-CLIENT-CASH.
           MOVE ZERO TO WS-CASH-IN
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TRANSMST NEXT RECORD
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TRANSACTS-DATE = WS-BUSDATE
                          AND (TRANSACTS-TYPE = 'DEPOSIT'
                           OR TRANSACTS-TYPE = 'WITHDRAW')
                           PERFORM GET-MOVEMENT-CURRENCY
                           IF WS-REC-CURRENCY = WS-ENTRY-CURRENCY
                               IF TRANSACTS-TYPE = 'DEPOSIT'
                                   ADD TRANSACTS-AMOUNT
                                       TO WS-CASH-IN
                               ELSE
                                   SUBTRACT TRANSACTS-AMOUNT
                                       FROM WS-CASH-OUT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE TRANSMST.

      ******************************************************************
      *    MOEDA DA CONTA DO MOVIMENTO (NACIONAL SE NAO HOUVER)
      ******************************************************************
       GET-MOVEMENT-CURRENCY.
           MOVE FC-HOME-CUR TO WS-REC-CURRENCY
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSACTS-ID-USER TO ACCOUNTS-ID-USER
           MOVE TRANSACTS-ID TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNTS-CURRENCY NOT = SPACES
                       MOVE ACCOUNTS-CURRENCY TO WS-REC-CURRENCY
                   END-IF
           END-READ.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO VAULTRPT-REC
           WRITE VAULTRPT-REC
