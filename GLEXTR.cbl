      *    DIA NO RAZAO, PARA O LADO RECETOR VERIFICAR QUE NADA SE
      *    PERDEU.
      *
      *    A RAZAO GERAL ESTA EM MOEDA NACIONAL: O SALDO DE CADA CONTA
      *    VAI NA MOEDA DA CONTA E EM CONTRAVALOR AO CAMBIO MEDIO DA
      *    DATA DE NEGOCIO (VER FXCONV), HA UM REGISTO 'C' DE TOTAIS
      *    POR MOEDA, E OS TOTAIS DO RODAPE, DO DIA E DA LIQUIDACAO
      *    ENTRE BALCOES SAO EM CONTRAVALOR. UMA MOEDA SEM CAMBIO EM
      *    VIGOR TEM CONTRAVALOR ZERO E CAMBIO ZERO NO REGISTO 'C'.
      *
      *    LAYOUT (POSICOES FIXAS, SINAL SEPARADO A ESQUERDA):
      *      'H' DATA(8)
      *      'D' DONO(6) CONTA(6) TIPO(1) ESTADO(1) SALDO(+9,2)
      *          MOEDA(3) CONTRAVALOR(+11,2)
      *      'C' MOEDA(3) CONTAS(9) SALDOS-NA-MOEDA(+11,2)
      *          CONTRAVALOR(+11,2) CAMBIO-MEDIO(4,6)
      *      'B' BALCAO-CAIXA(3) BALCAO-CONTA(3) MOVIMENTOS(6)
      *          LIQUIDO(+11,2) - LIQUIDACAO ENTRE BALCOES, QUANDO
      *          UM CAIXA DE UM BALCAO SERVE UMA CONTA DOMICILIADA
      *          NOUTRO
      *      'P' DATA(8) PROVISAO-TOTAL(11,2) VARIACAO-DIA(+11,2) -
      *          PROVISAO PARA CREDITO VENCIDO CALCULADA PELO LOANAGE
      *          (file/loanprov.txt); SO SAI QUANDO A POSICAO E DA
      *          DATA DE NEGOCIO
      *      'T' DATA(8) CONTAGEM(9) HASH-SALDOS(+11,2)
      *          CREDITOS-DIA(11,2) DEBITOS-DIA(11,2)
      *****************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS FS-OPERATORS.
           SELECT LOANPROV ASSIGN 'file/loanprov.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOANPROV.
           SELECT GLFILE ASSIGN WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLFILE.
       FD OPERATORS.
           COPY 'OPERATOR.cpy'.

       FD LOANPROV.
           COPY 'LOANPROV.cpy'.

       FD GLFILE.
       01 GLFILE-REC                    PIC X(60).

           05 GLD-STATUS                PIC X(1).
           05 GLD-BALANCE               PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05 GLD-CURRENCY              PIC X(3).
           05 GLD-HOME-BALANCE          PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
       01 GL-CURRENCY.
           05 FILLER                    PIC X(1) VALUE 'C'.
           05 GLC-CURRENCY              PIC X(3).
           05 GLC-COUNT                 PIC 9(9).
           05 GLC-BALANCE               PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 GLC-HOME-BALANCE          PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05 GLC-MID-RATE              PIC 9(4)V9(6).
       01 GL-INTERBRANCH.
           05 FILLER                    PIC X(1) VALUE 'B'.
           05 GLB-OPER-BRANCH           PIC 9(3).
           05 GLB-COUNT                 PIC 9(6).
           05 GLB-NET                   PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01 GL-PROVISION.
           05 FILLER                    PIC X(1) VALUE 'P'.
           05 GLP-DATE                  PIC 9(8).
           05 GLP-TOTAL                 PIC 9(11)V99.
           05 GLP-CHANGE                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01 GL-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 GLT-DATE                  PIC 9(8).
       01 WS-OPER-BRANCH                PIC 9(3).
       01 WS-ACCT-BRANCH                PIC 9(3).
       01 WS-BRANCH-PAIR-OK             PIC X(1).
      *    TOTAIS POR MOEDA DA CONTA
       01 WS-CUR-MAX                    PIC 9(2) VALUE 20.
       01 WS-CUR-COUNT                  PIC 9(2) VALUE 0.
       01 WS-CUR-IDX                    PIC 9(2).
       01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-CODE           PIC X(3).
               10 WS-CUR-ACCTS          PIC 9(9).
               10 WS-CUR-BALANCE        PIC S9(11)V99.
               10 WS-CUR-HOME           PIC S9(11)V99.
               10 WS-CUR-MID            PIC 9(4)V9(6).
      *    CONVERSAO PARA MOEDA NACIONAL DE UM VALOR DE UMA CONTA
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-FX-AMOUNT                  PIC S9(9)V99.
       01 WS-HOME-AMOUNT                PIC S9(9)V99.
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
      *    VARIABLE END-FILE
       01 END-ACCOUNTS                  PIC X(1) VALUE 'N'.
       01 END-TRANS                     PIC X(1) VALUE 'N'.
       01 FS-DAYFILE                    PIC X(2).
       01 FS-OPERATORS                  PIC X(2).
       01 FS-GLFILE                     PIC X(2).
       01 FS-LOANPROV                   PIC X(2).
       01 WS-OPERATORS-OPEN             PIC X(1) VALUE 'N'.
       01 WS-ACCOUNTS-OPEN              PIC X(1) VALUE 'N'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

               CLOSE ACCOUNTS
           END-IF

      ******************************************************************
      *    TOTAIS POR MOEDA, DEPOIS DOS DETALHES
      ******************************************************************
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-CODE (WS-CUR-IDX) TO GLC-CURRENCY
               MOVE WS-CUR-ACCTS (WS-CUR-IDX) TO GLC-COUNT
               MOVE WS-CUR-BALANCE (WS-CUR-IDX) TO GLC-BALANCE
               MOVE WS-CUR-HOME (WS-CUR-IDX) TO GLC-HOME-BALANCE
               MOVE WS-CUR-MID (WS-CUR-IDX) TO GLC-MID-RATE
               MOVE GL-CURRENCY TO GLFILE-REC
               WRITE GLFILE-REC
               IF FS-GLFILE NOT = '00'
                   DISPLAY "Erro ao gravar em " WS-GL-NAME ": "
                           FS-GLFILE
                   STOP RUN
               END-IF
           END-PERFORM

      ******************************************************************
      *    LINHAS DE LIQUIDACAO ENTRE BALCOES, ANTES DO RODAPE
      ******************************************************************
               END-IF
           END-PERFORM

           PERFORM WRITE-PROVISION-RECORD

           MOVE WS-BUSDATE TO GLT-DATE
           MOVE WS-RECORD-COUNT TO GLT-COUNT
           MOVE WS-HASH-TOTAL TO GLT-HASH
      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
           MOVE WS-DAY-READ-COUNT TO RC-READ-COUNT
           MOVE WS-RECORD-COUNT TO RC-POSTED-COUNT
           MOVE WS-HASH-TOTAL TO RC-POSTED-AMOUNT
           MOVE 'S' TO RC-FUNC
           MOVE 'GLEXTR' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           END-IF

           DISPLAY "GLEXTR: " WS-RECORD-COUNT " registo(s) de "
                   "detalhe em " WS-GL-NAME
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "GLEXTR: " WS-NO-RATE-COUNT " valor(es) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF.

           STOP RUN.

           MOVE ACCOUNTS-TYPE TO GLD-TYPE
           MOVE ACCOUNTS-STATUS TO GLD-STATUS
           MOVE ACCOUNTS-AMOUNT TO GLD-BALANCE
           MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           MOVE ACCOUNTS-AMOUNT TO WS-FX-AMOUNT
           PERFORM GET-HOME-EQUIVALENT
           MOVE WS-ACC-CURRENCY TO GLD-CURRENCY
           MOVE WS-HOME-AMOUNT TO GLD-HOME-BALANCE
           MOVE GL-DETAIL TO GLFILE-REC
           WRITE GLFILE-REC
           IF FS-GLFILE NOT = '00'
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-HOME-AMOUNT TO WS-HASH-TOTAL
           PERFORM ADD-ACCOUNT-TO-CURRENCY.

       ADD-ACCOUNT-TO-CURRENCY.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
                      OR WS-CUR-CODE (WS-CUR-IDX) = WS-ACC-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CUR-IDX > WS-CUR-COUNT
               IF WS-CUR-COUNT >= WS-CUR-MAX
                   DISPLAY "GLEXTR: demasiadas moedas - aumentar "
                           "WS-CUR-TABLE!"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-IDX
               MOVE WS-ACC-CURRENCY TO WS-CUR-CODE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-ACCTS (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-BALANCE (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-HOME (WS-CUR-IDX)
               MOVE ZERO TO WS-CUR-MID (WS-CUR-IDX)
               IF FC-FOUND = 'S'
                   MOVE FC-MID TO WS-CUR-MID (WS-CUR-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-CUR-ACCTS (WS-CUR-IDX)
           ADD ACCOUNTS-AMOUNT TO WS-CUR-BALANCE (WS-CUR-IDX)
           ADD WS-HOME-AMOUNT TO WS-CUR-HOME (WS-CUR-IDX).

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DE WS-FX-AMOUNT (NA MOEDA
      *    WS-ACC-CURRENCY) AO CAMBIO MEDIO DA DATA DE NEGOCIO. SEM
      *    CAMBIO O CONTRAVALOR FICA A ZERO
      ******************************************************************
       GET-HOME-EQUIVALENT.
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-ACC-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE WS-FX-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-FROM-CUR TO WS-ACC-CURRENCY
           MOVE FC-HOME-AMOUNT TO WS-HOME-AMOUNT
           IF FC-FOUND NOT = 'S'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      *    MOEDA DA CONTA DO MOVIMENTO DO DIA (NACIONAL SE A CONTA JA
      *    NAO EXISTIR OU SE NAO HOUVER MESTRE DE CONTAS)
      ******************************************************************
       GET-MOVEMENT-CURRENCY.
           MOVE SPACES TO WS-ACC-CURRENCY
           IF WS-ACCOUNTS-OPEN NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DAYF-ID-USER TO ACCOUNTS-ID-USER
           MOVE DAYF-ID TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           END-READ.

      ******************************************************************
      *    PROVISAO PARA CREDITO VENCIDO E VARIACAO DO DIA, SE O
      *    LOANAGE JA CALCULOU A POSICAO DA DATA DE NEGOCIO
      ******************************************************************
       WRITE-PROVISION-RECORD.
           OPEN INPUT LOANPROV
           IF FS-LOANPROV = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANPROV NOT = '00'
               DISPLAY "Erro ao abrir file/loanprov.txt: " FS-LOANPROV
               STOP RUN
           END-IF
           READ LOANPROV
               AT END
                   CLOSE LOANPROV
                   EXIT PARAGRAPH
               NOT AT END
                   CONTINUE
           END-READ
           CLOSE LOANPROV
           IF LPV-DATE NOT = WS-BUSDATE
               DISPLAY "GLEXTR: a posicao de provisoes e de "
                       LPV-DATE " - sem registo de provisao"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSDATE TO GLP-DATE
           MOVE LPV-TOTAL TO GLP-TOTAL
           MOVE LPV-CHANGE TO GLP-CHANGE
           MOVE GL-PROVISION TO GLFILE-REC
           WRITE GLFILE-REC
           IF FS-GLFILE NOT = '00'
               DISPLAY "Erro ao gravar em " WS-GL-NAME ": "
                       FS-GLFILE
               STOP RUN
           END-IF.

      ******************************************************************
      *    CREDITOS E DEBITOS DO DIA NO RAZAO (TODOS OS TIPOS)
               STOP RUN
           END-IF
      ******************************************************************
      *    OS MESTRES DE OPERADORES E CONTAS SERVEM A LIQUIDACAO ENTRE
      *    BALCOES DOS MOVIMENTOS DE BALCAO; O DE CONTAS DA TAMBEM A
      *    MOEDA DE CADA MOVIMENTO
      ******************************************************************
           OPEN INPUT OPERATORS
           IF FS-OPERATORS = '00'
                           PERFORM RECONCILE-DAYFILE-TRAILER
                       ELSE
                           ADD 1 TO WS-DAY-READ-COUNT
                           PERFORM GET-MOVEMENT-CURRENCY
                           MOVE DAYF-AMOUNT TO WS-FX-AMOUNT
                           PERFORM GET-HOME-EQUIVALENT
                           IF DAYF-AMOUNT > ZERO
                               ADD WS-HOME-AMOUNT TO WS-DAY-CREDITS
                           ELSE
                               SUBTRACT WS-HOME-AMOUNT
                                   FROM WS-DAY-DEBITS
                           END-IF
                           IF DAYF-OPER NOT = ZERO
               MOVE ZERO TO WS-IB-NET (WS-IB-IDX)
           END-IF
           ADD 1 TO WS-IB-MOVS (WS-IB-IDX)
           ADD WS-HOME-AMOUNT TO WS-IB-NET (WS-IB-IDX).
