      *    NA CONTA NOMEADA COMO MOVIMENTO 'LOANDISB' E O PLANO DE
      *    PRESTACOES CONSTANTES (SISTEMA FRANCES) E GERADO POR
      *    INTEIRO EM file/loansch.txt. A COBRANCA DAS PRESTACOES E
      *    FEITA PELO LOANCOLL NO CICLO DE FIM-DE-DIA. OS EMPRESTIMOS
      *    SAO EM MOEDA NACIONAL: UMA CONTA NOUTRA MOEDA E RECUSADA.
      *    O CLIENTE PODE AINDA PEDIR A SIMULACAO DE LIQUIDACAO
      *    (CAPITAL EM DIVIDA, JURO CORRIDO ATE A DATA DE NEGOCIO E
      *    COMISSAO DE REEMBOLSO ANTECIPADO - TAXA SOBRE O CAPITAL
      *    REEMBOLSADO EM file/loanfee.txt, EX: 0,0050 = 0,5%; SEM
      *    FICHEIRO NAO HA COMISSAO), LIQUIDAR O EMPRESTIMO POR
      *    INTEIRO ('LOANSETL') OU AMORTIZAR PARTE DO CAPITAL
      *    ('LOANPREP'), REFAZENDO AS PRESTACOES QUE FALTAM COM PRAZO
      *    MAIS CURTO OU PRESTACAO MAIS BAIXA. A COMISSAO E DEBITADA
      *    A PARTE ('LOANPFEE'). TUDO E DEBITADO NA CONTA DO
      *    EMPRESTIMO COM A REGRA DE SALDO DISPONIVEL DO WITHDRAW.
      *    UM SUPERVISOR PODE ABATER UM EMPRESTIMO QUE O LOANAGE
      *    LISTOU POR TER PASSADO O LIMIAR DE DIAS EM ATRASO DE
      *    file/provparm.txt (LOAN-STATUS 'W' - O LOANCOLL DEIXA DE O
      *    COBRAR); O ABATE FICA NO LOG DE AUDITORIA (MNTAUDIT).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT LOANFEE ASSIGN 'file/loanfee.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOANFEE.
           SELECT PROVPARM ASSIGN 'file/provparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVPARM.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD LOANFEE.
       01 LOANFEE-REC                   PIC X(6).

       FD PROVPARM.
       01 PROVPARM-REC.
           05 PROVPARM-RATE-ENTRY OCCURS 5 TIMES.
               10 PROVPARM-RATE         PIC X(6).
               10 FILLER                PIC X(1).
           05 PROVPARM-WO-DAYS          PIC X(4).

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-DUE-MM                     PIC 9(2).
       01 WS-DUE-DD                     PIC 9(2).
       01 WS-DUE-MONTHS                 PIC 9(6).
      *    SIMULACAO DE LIQUIDACAO DO EMPRESTIMO SELECIONADO
       01 WS-LOAN-OK                    PIC X(1).
       01 WS-LOAN-SEQ                   PIC 9(6).
       01 WS-LOAN-ACCOUNT               PIC 9(6).
       01 WS-LOAN-RATE                  PIC 9V9999.
       01 WS-LOAN-BALANCE               PIC S9(9)V99.
       01 WS-LOAN-INSTALLMENT           PIC 9(7)V99.
       01 WS-LAST-DUE-DATE              PIC 9(8).
       01 WS-ACCRUAL-DAYS               PIC 9(5).
       01 WS-DUE-UNPAID-COUNT           PIC 9(3).
       01 WS-DUE-UNPAID-PRINCIPAL       PIC 9(9)V99.
       01 WS-DUE-UNPAID-INTEREST        PIC 9(9)V99.
       01 WS-ACCRUAL-BASE               PIC S9(9)V99.
       01 WS-ACCRUED-INTEREST           PIC 9(7)V99.
       01 WS-FEE-RATE                   PIC 9V9999 VALUE 0.
       01 WS-EARLY-FEE                  PIC 9(7)V99.
       01 WS-PAYOFF-INTEREST            PIC 9(7)V99.
       01 WS-PAYOFF-TOTAL               PIC 9(9)V99.
       01 WS-CONFIRM                    PIC X(1).
      *    DEBITO NA CONTA DO EMPRESTIMO
       01 WS-DEBIT-AMOUNT               PIC 9(7)V99.
       01 WS-DEBIT-TYPE                 PIC X(8).
       01 WS-DEBIT-TOTAL                PIC 9(9)V99.
       01 WS-DEBIT-OK                   PIC X(1).
       01 WS-AVAILABLE                  PIC S9(9)V99.
      *    AMORTIZACAO PARCIAL E REFORMULACAO DO PLANO
       01 WS-PREPAY-AMOUNT              PIC 9(7)V99.
       01 WS-RECAST-MODE                PIC X(1).
       01 WS-PENDING-COUNT              PIC 9(3).
       01 WS-RECAST-NO                  PIC 9(3).
       01 WS-DROPPED-COUNT              PIC 9(3).
      *    ABATE DE EMPRESTIMOS EM ATRASO
       01 WS-OLDEST-DUE                 PIC 9(8).
       01 WS-DAYS-PAST-DUE              PIC 9(5).
       01 WS-WO-DAYS                    PIC 9(4) VALUE 180.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-LOANS                      PIC X(2).
       01 FS-LOANSCH                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-LOANFEE                    PIC X(2).
       01 FS-PROVPARM                   PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-BALANCE-EDIT               PIC -9(9),99.
       01 WS-RATE-EDIT                  PIC 9,9999.
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       LINKAGE SECTION.

               DISPLAY '1 - List loans'
               DISPLAY '2 - Grant loan'
               DISPLAY '3 - Show amortization schedule'
               DISPLAY '4 - Payoff quote'
               DISPLAY '5 - Early settlement'
               DISPLAY '6 - Partial prepayment'
               DISPLAY '7 - Write off loan'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
                       PERFORM GRANT-LOAN
                   WHEN 3
                       PERFORM SHOW-SCHEDULE
                   WHEN 4
                       PERFORM PAYOFF-QUOTE
                   WHEN 5
                       PERFORM SETTLE-LOAN
                   WHEN 6
                       PERFORM PREPAY-LOAN
                   WHEN 7
                       PERFORM WRITE-OFF-LOAN
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
               DISPLAY "O prazo nao pode ser zero!"
               EXIT PARAGRAPH
           END-IF

           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF
      ******************************************************************
      *    A CONTA TEM DE EXISTIR, PERTENCER AO CLIENTE, ESTAR ATIVA E
      *    SER EM MOEDA NACIONAL
      ******************************************************************
           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
               CLOSE ACCOUNTS
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-CURRENCY NOT = SPACES
              AND ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
               DISPLAY "Esta conta esta em " ACCOUNTS-CURRENCY
                       " e os emprestimos sao em " FC-HOME-CUR "!"
               CLOSE ACCOUNTS
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    PRESTACAO CONSTANTE: P X I / (1 - (1+I)**-N), COM I = TAXA
      *    MENSAL. COM TAXA ZERO A PRESTACAO E O CAPITAL A DIVIDIR
           END-PERFORM

           CLOSE LOANSCH.

      ******************************************************************
      *    SIMULACAO DE LIQUIDACAO NA DATA DE NEGOCIO - SO CONSULTA
      ******************************************************************
       PAYOFF-QUOTE.
           PERFORM SELECT-LOAN
           IF WS-LOAN-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PAYOFF
           PERFORM SHOW-PAYOFF.

      ******************************************************************
      *    LIQUIDACAO ANTECIPADA TOTAL: DEBITA O CAPITAL EM DIVIDA COM
      *    O JURO CORRIDO ('LOANSETL') E A COMISSAO ('LOANPFEE'),
      *    FECHA AS PRESTACOES QUE FALTAM E DA O EMPRESTIMO COMO
      *    LIQUIDADO
      ******************************************************************
       SETTLE-LOAN.
           PERFORM SELECT-LOAN
           IF WS-LOAN-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PAYOFF
           PERFORM SHOW-PAYOFF

           DISPLAY "Confirma a liquidacao total? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Liquidacao cancelada."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEBIT-AMOUNT = WS-LOAN-BALANCE
               + WS-PAYOFF-INTEREST
           MOVE 'LOANSETL' TO WS-DEBIT-TYPE
           PERFORM DEBIT-LOAN-ACCOUNT
           IF WS-DEBIT-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM CLOSE-REMAINING-SCHEDULE

           PERFORM OPEN-LOANS-FOR-UPDATE
           MOVE ZERO TO LOAN-BALANCE
           MOVE ZERO TO LOAN-ARREARS-COUNT
           MOVE ZERO TO LOAN-ARREARS-AMOUNT
           MOVE 'P' TO LOAN-STATUS
           PERFORM REWRITE-LOAN

           MOVE WS-PAYOFF-TOTAL TO WS-BALANCE-EDIT
           DISPLAY "Emprestimo " WS-LOAN-SEQ " liquidado. "
                   "Total debitado: " WS-BALANCE-EDIT.

      ******************************************************************
      *    AMORTIZACAO PARCIAL: O VALOR ABATE AO CAPITAL, COM O JURO
      *    CORRIDO SOBRE ESSE VALOR DESDE O ULTIMO VENCIMENTO
      *    ('LOANPREP') E A COMISSAO SOBRE ELE ('LOANPFEE'). AS
      *    PRESTACOES QUE FALTAM SAO REFEITAS COM A MESMA PRESTACAO E
      *    PRAZO MAIS CURTO ('T') OU O MESMO PRAZO E PRESTACAO MAIS
      *    BAIXA ('I'). COM PRESTACOES VENCIDAS POR PAGAR, PRIMEIRO
      *    REGULARIZA-SE O ATRASO.
      ******************************************************************
       PREPAY-LOAN.
           PERFORM SELECT-LOAN
           IF WS-LOAN-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PAYOFF
           IF WS-DUE-UNPAID-COUNT > 0
               DISPLAY "O emprestimo tem prestacoes vencidas por "
                       "pagar - regularize primeiro o atraso!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "Capital em divida: " WS-BALANCE-EDIT
           DISPLAY "Qual o valor a amortizar?"
           ACCEPT WS-PREPAY-AMOUNT
           IF WS-PREPAY-AMOUNT = ZERO
               DISPLAY "O valor nao pode ser zero!"
               EXIT PARAGRAPH
           END-IF
           IF WS-PREPAY-AMOUNT NOT < WS-LOAN-BALANCE
               DISPLAY "O valor cobre todo o capital - use a "
                       "liquidacao total!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reduzir o prazo (T) ou a prestacao (I)?"
           ACCEPT WS-RECAST-MODE
           MOVE FUNCTION UPPER-CASE (WS-RECAST-MODE) TO WS-RECAST-MODE
           IF WS-RECAST-MODE NOT = 'T' AND WS-RECAST-MODE NOT = 'I'
               DISPLAY "Opcao invalida!"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
               WS-PREPAY-AMOUNT * WS-LOAN-RATE * WS-ACCRUAL-DAYS / 365
           COMPUTE WS-EARLY-FEE ROUNDED =
               WS-PREPAY-AMOUNT * WS-FEE-RATE
           COMPUTE WS-PAYOFF-TOTAL = WS-PREPAY-AMOUNT
               + WS-PAYOFF-INTEREST + WS-EARLY-FEE

           MOVE WS-PREPAY-AMOUNT TO WS-BALANCE-EDIT
           DISPLAY "Capital a amortizar:  " WS-BALANCE-EDIT
           MOVE WS-PAYOFF-INTEREST TO WS-BALANCE-EDIT
           DISPLAY "Juro corrido:         " WS-BALANCE-EDIT
           MOVE WS-EARLY-FEE TO WS-BALANCE-EDIT
           DISPLAY "Comissao:             " WS-BALANCE-EDIT
           MOVE WS-PAYOFF-TOTAL TO WS-BALANCE-EDIT
           DISPLAY "Total a debitar:      " WS-BALANCE-EDIT
           DISPLAY "Confirma a amortizacao? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Amortizacao cancelada."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEBIT-AMOUNT = WS-PREPAY-AMOUNT
               + WS-PAYOFF-INTEREST
           MOVE 'LOANPREP' TO WS-DEBIT-TYPE
           PERFORM DEBIT-LOAN-ACCOUNT
           IF WS-DEBIT-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-PREPAY-AMOUNT FROM WS-LOAN-BALANCE
           PERFORM RECAST-SCHEDULE

           PERFORM OPEN-LOANS-FOR-UPDATE
           MOVE WS-LOAN-BALANCE TO LOAN-BALANCE
           MOVE WS-LOAN-INSTALLMENT TO LOAN-INSTALLMENT
           SUBTRACT WS-DROPPED-COUNT FROM LOAN-TERM-MONTHS
           PERFORM REWRITE-LOAN

           MOVE WS-LOAN-INSTALLMENT TO WS-AMOUNT-EDIT
           DISPLAY "Amortizacao registada. Prestacao: "
                   WS-AMOUNT-EDIT " - prestacoes em falta: "
                   WS-RECAST-NO.

      ******************************************************************
      *    ABATER UM EMPRESTIMO - RESERVADO A SUPERVISORES E SO PARA
      *    QUEM JA PASSOU O LIMIAR DE DIAS EM ATRASO. O CAPITAL EM
      *    DIVIDA SAI DA CARTEIRA PROVISIONADA NA NOITE SEGUINTE.
      ******************************************************************
       WRITE-OFF-LOAN.
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem abater "
                       "emprestimos!"
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-LOAN
           IF WS-LOAN-OK NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PAYOFF
           PERFORM READ-WRITEOFF-THRESHOLD

           MOVE ZERO TO WS-DAYS-PAST-DUE
           IF WS-OLDEST-DUE NOT = ZERO
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE (WS-OLDEST-DUE)
           END-IF
           IF WS-DAYS-PAST-DUE < WS-WO-DAYS
               DISPLAY "O emprestimo tem " WS-DAYS-PAST-DUE
                       " dia(s) de atraso - o limiar de abate e de "
                       WS-WO-DAYS " dia(s)!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAN-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "Emprestimo " WS-LOAN-SEQ " com "
                   WS-DAYS-PAST-DUE " dia(s) de atraso e capital "
                   "em divida " WS-BALANCE-EDIT
           DISPLAY "Confirma o abate? (S/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S' AND WS-CONFIRM NOT = 's'
               DISPLAY "Abate cancelado."
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-LOANS-FOR-UPDATE
           MOVE 'W' TO LOAN-STATUS
           PERFORM REWRITE-LOAN
           DISPLAY "Emprestimo " WS-LOAN-SEQ " abatido."

           MOVE 'LOANS' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-LOAN-SEQ TO MA-KEY (1:6)
           MOVE 'STATUS' TO MA-FIELD
           MOVE 'A' TO MA-OLD
           MOVE 'W' TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    LIMIAR DE ABATE EM DIAS DE ATRASO (ULTIMO CAMPO DO
      *    PARAMETRO DE PROVISOES DO LOANAGE); SEM FICHEIRO FICA O
      *    VALOR DE ORIGEM
      ******************************************************************
       READ-WRITEOFF-THRESHOLD.
           OPEN INPUT PROVPARM
           IF FS-PROVPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-PROVPARM NOT = '00'
               DISPLAY "Erro ao abrir file/provparm.txt: " FS-PROVPARM
               STOP RUN
           END-IF
           READ PROVPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF PROVPARM-WO-DAYS NOT = SPACES
                       MOVE FUNCTION NUMVAL (PROVPARM-WO-DAYS)
                           TO WS-WO-DAYS
                   END-IF
           END-READ
           CLOSE PROVPARM.

      ******************************************************************
      *    ESCOLHER UM EMPRESTIMO ATIVO DESTE CLIENTE E GUARDAR OS
      *    DADOS DE QUE A SIMULACAO PRECISA
      ******************************************************************
       SELECT-LOAN.
           MOVE 'N' TO WS-LOAN-OK
           DISPLAY "Qual o numero do emprestimo?"
           ACCEPT WS-LIST-SEQ

           OPEN INPUT LOANS
           IF FS-LOANS = '35'
               DISPLAY "Ainda nao ha emprestimos."
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANS NOT = '00'
               DISPLAY "Erro ao abrir file/loans.txt: " FS-LOANS
               STOP RUN
           END-IF
           MOVE WS-LIST-SEQ TO LOAN-SEQ
           READ LOANS
               INVALID KEY
                   DISPLAY "Emprestimo nao encontrado!"
                   CLOSE LOANS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE LOANS
           IF LOAN-ID-USER NOT = LK-USER-ID
               DISPLAY "Esse emprestimo nao pertence a este cliente!"
               EXIT PARAGRAPH
           END-IF
           IF LOAN-STATUS NOT = 'A'
               DISPLAY "Esse emprestimo nao esta ativo!"
               EXIT PARAGRAPH
           END-IF

           MOVE LOAN-SEQ TO WS-LOAN-SEQ
           MOVE LOAN-ACCOUNT TO WS-LOAN-ACCOUNT
           MOVE LOAN-ANNUAL-RATE TO WS-LOAN-RATE
           MOVE LOAN-BALANCE TO WS-LOAN-BALANCE
           MOVE LOAN-INSTALLMENT TO WS-LOAN-INSTALLMENT
           MOVE LOAN-OPEN-DATE TO WS-LAST-DUE-DATE

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY

           PERFORM READ-FEE-PARAMETER
           MOVE 'S' TO WS-LOAN-OK.

      ******************************************************************
      *    LER A TAXA DA COMISSAO DE REEMBOLSO ANTECIPADO; SEM
      *    FICHEIRO DE PARAMETRO NAO HA COMISSAO
      ******************************************************************
       READ-FEE-PARAMETER.
           MOVE ZERO TO WS-FEE-RATE
           OPEN INPUT LOANFEE
           IF FS-LOANFEE = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANFEE NOT = '00'
               DISPLAY "Erro ao abrir file/loanfee.txt: " FS-LOANFEE
               STOP RUN
           END-IF
           READ LOANFEE
               AT END
                   CONTINUE
               NOT AT END
                   IF LOANFEE-REC NOT = SPACES
                       MOVE FUNCTION NUMVAL (LOANFEE-REC)
                           TO WS-FEE-RATE
                   END-IF
           END-READ
           CLOSE LOANFEE.

      ******************************************************************
      *    CALCULAR O VALOR DE LIQUIDACAO NA DATA DE NEGOCIO:
      *    - PRESTACOES VENCIDAS POR COBRAR: O SEU JURO JA E DEVIDO
      *      (O CAPITAL ESTA NO LOAN-BALANCE);
      *    - O CAPITAL QUE AINDA NAO VENCEU CORRE JURO A TAXA ANUAL
      *      DO EMPRESTIMO DESDE O ULTIMO VENCIMENTO (OU DESDE A
      *      CONCESSAO), CONTADO AOS DIAS SOBRE 365;
      *    - A COMISSAO INCIDE SOBRE ESSE CAPITAL AINDA NAO VENCIDO.
      ******************************************************************
       COMPUTE-PAYOFF.
           MOVE ZERO TO WS-OLDEST-DUE
           MOVE ZERO TO WS-DUE-UNPAID-COUNT
           MOVE ZERO TO WS-DUE-UNPAID-PRINCIPAL
           MOVE ZERO TO WS-DUE-UNPAID-INTEREST

           OPEN INPUT LOANSCH
           IF FS-LOANSCH NOT = '00' AND FS-LOANSCH NOT = '35'
               DISPLAY "Erro ao abrir file/loansch.txt: " FS-LOANSCH
               STOP RUN
           END-IF
           IF FS-LOANSCH = '00'
               MOVE 'N' TO END-FILE
               MOVE WS-LOAN-SEQ TO LSCH-LOAN-SEQ
               MOVE ZERO TO LSCH-NO
               START LOANSCH KEY IS >= LSCH-KEY
                   INVALID KEY
                       MOVE 'S' TO END-FILE
               END-START
               PERFORM UNTIL END-FILE = 'S'
                   READ LOANSCH NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF LSCH-LOAN-SEQ NOT = WS-LOAN-SEQ
                               MOVE 'S' TO END-FILE
                           ELSE
                               PERFORM ACCUMULATE-DUE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANSCH
           END-IF

           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (WS-LAST-DUE-DATE)
           COMPUTE WS-ACCRUAL-BASE =
               WS-LOAN-BALANCE - WS-DUE-UNPAID-PRINCIPAL
           IF WS-ACCRUAL-BASE < ZERO
               MOVE ZERO TO WS-ACCRUAL-BASE
           END-IF
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               WS-ACCRUAL-BASE * WS-LOAN-RATE * WS-ACCRUAL-DAYS / 365
           COMPUTE WS-PAYOFF-INTEREST =
               WS-DUE-UNPAID-INTEREST + WS-ACCRUED-INTEREST
           COMPUTE WS-EARLY-FEE ROUNDED =
               WS-ACCRUAL-BASE * WS-FEE-RATE
           COMPUTE WS-PAYOFF-TOTAL = WS-LOAN-BALANCE
               + WS-PAYOFF-INTEREST + WS-EARLY-FEE.

       ACCUMULATE-DUE-INSTALLMENT.
           IF LSCH-DUE-DATE > WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF LSCH-DUE-DATE > WS-LAST-DUE-DATE
               MOVE LSCH-DUE-DATE TO WS-LAST-DUE-DATE
           END-IF
           IF LSCH-STATUS = 'P' OR LSCH-STATUS = 'A'
               IF WS-OLDEST-DUE = ZERO
                   MOVE LSCH-DUE-DATE TO WS-OLDEST-DUE
               END-IF
               ADD 1 TO WS-DUE-UNPAID-COUNT
               ADD LSCH-PRINCIPAL TO WS-DUE-UNPAID-PRINCIPAL
               ADD LSCH-INTEREST TO WS-DUE-UNPAID-INTEREST
           END-IF.

       SHOW-PAYOFF.
           DISPLAY "SIMULACAO DE LIQUIDACAO DO EMPRESTIMO "
                   WS-LOAN-SEQ " EM " WS-TODAY
           MOVE WS-LOAN-BALANCE TO WS-BALANCE-EDIT
           DISPLAY "Capital em divida:    " WS-BALANCE-EDIT
           MOVE WS-DUE-UNPAID-INTEREST TO WS-BALANCE-EDIT
           DISPLAY "Juro vencido:         " WS-BALANCE-EDIT
           MOVE WS-ACCRUED-INTEREST TO WS-BALANCE-EDIT
           DISPLAY "Juro corrido:         " WS-BALANCE-EDIT
                   " (" WS-ACCRUAL-DAYS " dias)"
           MOVE WS-EARLY-FEE TO WS-BALANCE-EDIT
           DISPLAY "Comissao antecipacao: " WS-BALANCE-EDIT
           MOVE WS-PAYOFF-TOTAL TO WS-BALANCE-EDIT
           DISPLAY "Total para liquidar:  " WS-BALANCE-EDIT.

      ******************************************************************
      *    DEBITAR A CONTA DO EMPRESTIMO: WS-DEBIT-AMOUNT COMO
      *    WS-DEBIT-TYPE E, SE HOUVER, A COMISSAO COMO 'LOANPFEE'. O
      *    TOTAL TEM DE CABER NO SALDO DISPONIVEL (SALDO MENOS
      *    CATIVACOES ATIVAS, MAIS O DESCOBERTO).
      ******************************************************************
       DEBIT-LOAN-ACCOUNT.
           MOVE 'N' TO WS-DEBIT-OK
           COMPUTE WS-DEBIT-TOTAL = WS-DEBIT-AMOUNT + WS-EARLY-FEE

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "Conta nao encontrada!"
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
           MOVE LK-USER-ID TO ACCOUNTS-ID-USER
           MOVE WS-LOAN-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "Conta nao encontrada!"
                   CLOSE ACCOUNTS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF ACCOUNTS-STATUS NOT = 'A'
               DISPLAY "A conta do emprestimo nao esta ativa!"
               CLOSE ACCOUNTS
               EXIT PARAGRAPH
           END-IF

           MOVE LK-USER-ID TO HA-ID-USER
           MOVE WS-LOAN-ACCOUNT TO HA-ID-ACCOUNT
           CALL 'HOLDAVL' USING HOLDAVL-PARM
           IF HA-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/holds.txt: " HA-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE = ACCOUNTS-AMOUNT - HA-HOLD-TOTAL
           IF WS-DEBIT-TOTAL > WS-AVAILABLE + ACCOUNTS-OVERDRAFT
               DISPLAY "Saldo disponivel insuficiente na conta "
                       WS-LOAN-ACCOUNT "!"
               CLOSE ACCOUNTS
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-DEBIT-TOTAL FROM ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF
           CLOSE ACCOUNTS

           MOVE 'P' TO TP-FUNC
           MOVE LK-USER-ID TO TP-ID-USER
           MOVE WS-LOAN-ACCOUNT TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE WS-DEBIT-TYPE TO TP-TYPE
           COMPUTE TP-AMOUNT = 0 - WS-DEBIT-AMOUNT
           COMPUTE TP-BALANCE = ACCOUNTS-AMOUNT + WS-EARLY-FEE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE OPER-SESS-ID TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF

           IF WS-EARLY-FEE > ZERO
               MOVE 'P' TO TP-FUNC
               MOVE LK-USER-ID TO TP-ID-USER
               MOVE WS-LOAN-ACCOUNT TO TP-ID-ACCOUNT
               MOVE ZERO TO TP-DATE
               MOVE 'LOANPFEE' TO TP-TYPE
               COMPUTE TP-AMOUNT = 0 - WS-EARLY-FEE
               MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
               MOVE ZERO TO TP-LINK-SEQ
               MOVE ZERO TO TP-RECEIPT
               MOVE OPER-SESS-ID TO TP-OPER
               CALL 'TRANSPST' USING TRANSPST-PARM
               IF TP-STATUS NOT = '00'
                   DISPLAY "Erro ao gravar em file/transmst.txt: "
                           TP-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE 'S' TO WS-DEBIT-OK.

      ******************************************************************
      *    LIQUIDACAO TOTAL: TODAS AS PRESTACOES AINDA POR COBRAR
      *    FICAM FECHADAS ('L') - O LOANCOLL JA NAO AS VE
      ******************************************************************
       CLOSE-REMAINING-SCHEDULE.
           OPEN I-O LOANSCH
           IF FS-LOANSCH = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANSCH NOT = '00'
               DISPLAY "Erro ao abrir file/loansch.txt: " FS-LOANSCH
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           MOVE WS-LOAN-SEQ TO LSCH-LOAN-SEQ
           MOVE ZERO TO LSCH-NO
           START LOANSCH KEY IS >= LSCH-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ LOANSCH NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF LSCH-LOAN-SEQ NOT = WS-LOAN-SEQ
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF LSCH-STATUS = 'P' OR LSCH-STATUS = 'A'
                               MOVE 'L' TO LSCH-STATUS
                               PERFORM REWRITE-SCHEDULE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANSCH.

      ******************************************************************
      *    REFAZER AS PRESTACOES PENDENTES DEPOIS DE UMA AMORTIZACAO,
      *    MANTENDO AS DATAS DE VENCIMENTO: JURO SOBRE O CAPITAL EM
      *    DIVIDA, CAPITAL = PRESTACAO - JURO, A ULTIMA AJUSTA O
      *    SALDO. EM 'T' MANTEM-SE A PRESTACAO E AS QUE SOBRAM FICAM
      *    FECHADAS ('L'); EM 'I' RECALCULA-SE A PRESTACAO CONSTANTE
      *    PARA O MESMO NUMERO DE PRESTACOES.
      ******************************************************************
       RECAST-SCHEDULE.
           OPEN I-O LOANSCH
           IF FS-LOANSCH NOT = '00'
               DISPLAY "Erro ao abrir file/loansch.txt: " FS-LOANSCH
               STOP RUN
           END-IF
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-LOAN-RATE / 12

           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO END-FILE
           MOVE WS-LOAN-SEQ TO LSCH-LOAN-SEQ
           MOVE ZERO TO LSCH-NO
           START LOANSCH KEY IS >= LSCH-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ LOANSCH NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF LSCH-LOAN-SEQ NOT = WS-LOAN-SEQ
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF LSCH-STATUS = 'P'
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RECAST-MODE = 'I' AND WS-PENDING-COUNT > 0
               IF WS-MONTHLY-RATE = ZERO
                   COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                       WS-LOAN-BALANCE / WS-PENDING-COUNT
               ELSE
                   COMPUTE WS-FACTOR ROUNDED =
                       (1 + WS-MONTHLY-RATE) ** WS-PENDING-COUNT
                   COMPUTE WS-LOAN-INSTALLMENT ROUNDED =
                       WS-LOAN-BALANCE * WS-MONTHLY-RATE * WS-FACTOR
                       / (WS-FACTOR - 1)
               END-IF
           END-IF

           MOVE WS-LOAN-BALANCE TO WS-SCHED-BALANCE
           MOVE ZERO TO WS-RECAST-NO
           MOVE ZERO TO WS-DROPPED-COUNT
           MOVE ZERO TO WS-SCHED-NO
           MOVE 'N' TO END-FILE
           MOVE WS-LOAN-SEQ TO LSCH-LOAN-SEQ
           MOVE ZERO TO LSCH-NO
           START LOANSCH KEY IS >= LSCH-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ LOANSCH NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF LSCH-LOAN-SEQ NOT = WS-LOAN-SEQ
                           MOVE 'S' TO END-FILE
                       ELSE
                           IF LSCH-STATUS = 'P'
                               PERFORM RECAST-ONE-INSTALLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOANSCH.

       RECAST-ONE-INSTALLMENT.
           ADD 1 TO WS-SCHED-NO
           IF WS-SCHED-BALANCE = ZERO
               MOVE 'L' TO LSCH-STATUS
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM REWRITE-SCHEDULE-ROW
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * WS-MONTHLY-RATE
           IF WS-SCHED-NO = WS-PENDING-COUNT
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           ELSE
               COMPUTE WS-SCHED-PRINCIPAL =
                   WS-LOAN-INSTALLMENT - WS-SCHED-INTEREST
               IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
                   MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               END-IF
           END-IF
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE

           COMPUTE LSCH-AMOUNT = WS-SCHED-PRINCIPAL + WS-SCHED-INTEREST
           MOVE WS-SCHED-PRINCIPAL TO LSCH-PRINCIPAL
           MOVE WS-SCHED-INTEREST TO LSCH-INTEREST
           ADD 1 TO WS-RECAST-NO
           PERFORM REWRITE-SCHEDULE-ROW.

       REWRITE-SCHEDULE-ROW.
           REWRITE LOANSCH-REC
           IF FS-LOANSCH NOT = '00'
               DISPLAY "Erro ao gravar em file/loansch.txt: "
                       FS-LOANSCH
               STOP RUN
           END-IF.

      ******************************************************************
      *    RELER O EMPRESTIMO PARA O ATUALIZAR DEPOIS DO DEBITO
      ******************************************************************
       OPEN-LOANS-FOR-UPDATE.
           OPEN I-O LOANS
           IF FS-LOANS NOT = '00'
               DISPLAY "Erro ao abrir file/loans.txt: " FS-LOANS
               STOP RUN
           END-IF
           MOVE WS-LOAN-SEQ TO LOAN-SEQ
           READ LOANS
               INVALID KEY
                   DISPLAY "Erro ao ler file/loans.txt: " FS-LOANS
                   STOP RUN
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       REWRITE-LOAN.
           REWRITE LOANS-REC
           IF FS-LOANS NOT = '00'
               DISPLAY "Erro ao gravar em file/loans.txt: " FS-LOANS
               STOP RUN
           END-IF
           CLOSE LOANS.
