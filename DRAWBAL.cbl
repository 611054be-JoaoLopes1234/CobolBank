      *    DIFERENCA SOBRA/FALTA. O RESULTADO ACUMULA NA GERACAO
      *    DATADA file/drawer_report_AAAAMMDD.txt (CATALOGADA NO
      *    SPOOL - VER SPOOLREG) PARA A CONFERENCIA DO SUPERVISOR.
      *    UMA GAVETA COM NUMERARIO EM MOEDA ESTRANGEIRA FECHA MOEDA A
      *    MOEDA: O OPERADOR ESCOLHE A MOEDA, CONTA-A, E SO ENTRAM OS
      *    MOVIMENTOS DE CONTAS NESSA MOEDA E O FLOAT E AS COMPRAS/
      *    VENDAS AO COFRE NESSA MOEDA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAULT-KEY
               FILE STATUS IS FS-VAULT.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT DRAWRPT ASSIGN WS-DRAWRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DRAWRPT.
       FD VAULT.
           COPY 'VAULT.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD DRAWRPT.
       01 DRAWRPT-REC                   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-VAULT-SELLS                PIC 9(9)V99.
       01 WS-NET-CASH                   PIC S9(9)V99.
       01 WS-OVER-SHORT                 PIC S9(9)V99.
       01 WS-PRINT-LINE                 PIC X(120).
      *    MOEDA DO FECHO E MOEDA DE UM MOVIMENTO LIDO
       01 WS-CURRENCY                   PIC X(3).
       01 WS-RATE-OK                    PIC X(1).
       01 WS-REC-CURRENCY               PIC X(3).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    O FECHO PREFERE O FICHEIRO-DIA DO DAYEXTR; ANTES DO CICLO
       01 FS-DAYFILE                    PIC X(2).
       01 FS-VAULT                      PIC X(2).
       01 FS-DRAWRPT                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 WS-TOTAL-EDIT                 PIC -9(9),99.
       01 WS-COUNTED-EDIT               PIC -9(7),99.
       01 WS-NET-EDIT                   PIC -9(9),99.
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.
                  '.txt' DELIMITED SIZE
               INTO WS-DRAWRPT-NAME

      ******************************************************************
      *    MOEDA DO FECHO: ENTER = MOEDA NACIONAL; UMA ESTRANGEIRA SO
      *    COM CAMBIO EM VIGOR
      ******************************************************************
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
           DISPLAY "Qual a moeda a fechar? (ENTER = " FC-HOME-CUR ")"
           MOVE SPACES TO WS-CURRENCY
           ACCEPT WS-CURRENCY
           MOVE FUNCTION UPPER-CASE (WS-CURRENCY) TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE FC-HOME-CUR TO WS-CURRENCY
           END-IF
           MOVE 'S' TO WS-RATE-OK
           IF WS-CURRENCY NOT = FC-HOME-CUR
               MOVE WS-CURRENCY TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
                   STOP RUN
               END-IF
               IF FC-FOUND NOT = 'S'
                   DISPLAY "Nao ha cambio em vigor para a moeda "
                           WS-CURRENCY "!"
                   MOVE 'N' TO WS-RATE-OK
               END-IF
           END-IF

           IF WS-RATE-OK = 'S'
               DISPLAY "Qual o total contado da gaveta? (em "
                       WS-CURRENCY ")"
               ACCEPT WS-COUNTED-TOTAL

               OPEN INPUT ACCOUNTS
               IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
                   DISPLAY "Erro ao abrir file/accounts.txt: "
                           FS-ACCOUNTS
                   STOP RUN
               END-IF
               PERFORM SUM-OPERATOR-CASH
               IF FS-ACCOUNTS NOT = '35'
                   CLOSE ACCOUNTS
               END-IF
               PERFORM SUM-VAULT-MOVEMENTS
      ******************************************************************
      *    O APURADO PARTE DO FLOAT DE ABERTURA E DAS COMPRAS/VENDAS
      *    AO COFRE, NAO DO ZERO
      ******************************************************************
               COMPUTE WS-NET-CASH =
                   WS-OPEN-FLOAT + WS-VAULT-BUYS - WS-VAULT-SELLS
                   + WS-CASH-IN - WS-CASH-OUT
               COMPUTE WS-OVER-SHORT = WS-COUNTED-TOTAL - WS-NET-CASH

               DISPLAY "Data de negocio: " WS-BUSDATE "  Moeda: "
                       WS-CURRENCY
               MOVE WS-OPEN-FLOAT TO WS-TOTAL-EDIT
               DISPLAY "Float de abertura:          " WS-TOTAL-EDIT
               MOVE WS-VAULT-BUYS TO WS-TOTAL-EDIT
               DISPLAY "Compras ao cofre:           " WS-TOTAL-EDIT
               MOVE WS-VAULT-SELLS TO WS-TOTAL-EDIT
               DISPLAY "Vendas ao cofre:            " WS-TOTAL-EDIT
               MOVE WS-CASH-IN TO WS-TOTAL-EDIT
               DISPLAY "Depositos recebidos (" WS-DEPOSIT-COUNT "): "
                       WS-TOTAL-EDIT
               MOVE WS-CASH-OUT TO WS-TOTAL-EDIT
               DISPLAY "Levantamentos pagos (" WS-WITHDRAW-COUNT "): "
                       WS-TOTAL-EDIT
               MOVE WS-NET-CASH TO WS-TOTAL-EDIT
               DISPLAY "Gaveta apurada:             " WS-TOTAL-EDIT
               MOVE WS-COUNTED-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Total contado:              " WS-TOTAL-EDIT
               MOVE WS-OVER-SHORT TO WS-TOTAL-EDIT
               IF WS-OVER-SHORT = ZERO
                   DISPLAY "Caixa certa."
               ELSE
                   IF WS-OVER-SHORT > ZERO
                       DISPLAY "SOBRA DE CAIXA: " WS-TOTAL-EDIT
                   ELSE
                       DISPLAY "FALTA DE CAIXA: " WS-TOTAL-EDIT
                   END-IF
               END-IF

               PERFORM WRITE-DRAWER-REPORT
           END-IF.

       CLOSE-PROGRAM.
           EXIT PROGRAM.
           CLOSE DAYFILE.

       ADD-DAYFILE-CASH.
           IF DAYF-TYPE NOT = 'DEPOSIT' AND DAYF-TYPE NOT = 'WITHDRAW'
               EXIT PARAGRAPH
           END-IF
           MOVE DAYF-ID-USER TO ACCOUNTS-ID-USER
           MOVE DAYF-ID TO ACCOUNTS-ID
           PERFORM GET-ACCOUNT-CURRENCY
           IF WS-REC-CURRENCY NOT = WS-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF DAYF-TYPE = 'DEPOSIT'
               ADD DAYF-AMOUNT TO WS-CASH-IN
               ADD 1 TO WS-DEPOSIT-COUNT
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
                           IF VAULT-OPER = OPER-SESS-ID
                              AND WS-REC-CURRENCY = WS-CURRENCY
                               EVALUATE VAULT-TYPE
                                   WHEN 'F'
                                       ADD VAULT-AMOUNT
           CLOSE VAULT.

       ADD-CASH-MOVEMENT.
           IF TRANSACTS-TYPE NOT = 'DEPOSIT'
              AND TRANSACTS-TYPE NOT = 'WITHDRAW'
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSACTS-ID-USER TO ACCOUNTS-ID-USER
           MOVE TRANSACTS-ID TO ACCOUNTS-ID
           PERFORM GET-ACCOUNT-CURRENCY
           IF WS-REC-CURRENCY NOT = WS-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF TRANSACTS-TYPE = 'DEPOSIT'
               ADD TRANSACTS-AMOUNT TO WS-CASH-IN
               ADD 1 TO WS-DEPOSIT-COUNT
               ADD 1 TO WS-WITHDRAW-COUNT
           END-IF.

      ******************************************************************
      *    MOEDA DA CONTA ACCOUNTS-KEY (NACIONAL SE NAO HOUVER): O
      *    NUMERARIO DE UM DEPOSITO OU LEVANTAMENTO E NA MOEDA DA CONTA
      ******************************************************************
       GET-ACCOUNT-CURRENCY.
           MOVE FC-HOME-CUR TO WS-REC-CURRENCY
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNTS-CURRENCY NOT = SPACES
                       MOVE ACCOUNTS-CURRENCY TO WS-REC-CURRENCY
                   END-IF
           END-READ.

      ******************************************************************
      *    DEIXAR O FECHO NO RELATORIO DE CONFERENCIA DO SUPERVISOR
      ******************************************************************
                  OPER-SESS-BRANCH DELIMITED SIZE
                  ' OPERADOR ' DELIMITED SIZE
                  OPER-SESS-ID DELIMITED SIZE
                  ' MOEDA ' DELIMITED SIZE
                  WS-CURRENCY DELIMITED SIZE
                  ' CONTADO ' DELIMITED SIZE
                  WS-COUNTED-EDIT DELIMITED SIZE
                  ' APURADO ' DELIMITED SIZE
