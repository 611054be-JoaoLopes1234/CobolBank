       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-MES: RENTABILIDADE DOS CLIENTES POR BALCAO.
      *    PARA CADA CLIENTE, NAS CONTAS DE QUE E DONO, SOMA OS
      *    PROVEITOS DO MES - COMISSOES DO FEERUN ('FEE'), JURO
      *    DEVEDOR DO INTACCR ('DEBITINT') E JURO DAS PRESTACOES DE
      *    EMPRESTIMO COBRADAS PELO LOANCOLL (LSCH-INTEREST) - E OS
      *    CUSTOS - JURO CREDOR DO INTACCR ('INTEREST') E JUROS DOS
      *    DEPOSITOS A PRAZO DO TDMATURE ('TDINT'). A PONDERACAO PELO
      *    SALDO MEDIO DO MES (file/avgbal.txt, ESCRITO PELO AVGBAL -
      *    VER AVGBAL.cpy) E O VALOR DOS FUNDOS: O SALDO MEDIO A TAXA
      *    ANUAL DE TRANSFERENCIA DE file/profparm.txt (PRIMEIRA
      *    LINHA, EX: 0,0300; SEM FICHEIRO 3%) POR UM MES - POSITIVO
      *    PARA QUEM DEIXA FUNDOS NO BANCO, NEGATIVO PARA QUEM OS USA.
      *    CONTRIBUICAO LIQUIDA = PROVEITOS - CUSTOS + VALOR DOS FUNDOS.
      *    OS CLIENTES SAO ORDENADOS PELA CONTRIBUICAO DENTRO DO
      *    BALCAO DE DOMICILIO DAS CONTAS (UM CLIENTE COM CONTAS EM
      *    DOIS BALCOES APARECE NOS DOIS, COM O QUE CADA UM GERA),
      *    SEGUIDOS DOS TOTAIS POR TIPO DE CONTA (CORRENTE, POUPANCA,
      *    PRAZO, EMPRESTIMO).
      *    TODOS OS VALORES SAO SOMADOS EM MOEDA NACIONAL: OS DAS
      *    CONTAS EM MOEDA ESTRANGEIRA PELO CONTRAVALOR AO CAMBIO
      *    MEDIO DA DATA DE NEGOCIO (FXCONV); SEM CAMBIO EM VIGOR
      *    CONTAM ZERO E O FIM DA EXECUCAO AVISA.
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES, DEPOIS DO AVGBAL; A
      *    SAIDA E A GERACAO DATADA file/profit_report_AAAAMMDD.txt
      *    CATALOGADA NO SPOOL (VER SPOOLREG).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT BRANCHES ASSIGN 'file/branches.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS FS-BRANCHES.
           SELECT TRANSMST ASSIGN 'file/transmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTS-SEQ
               ALTERNATE RECORD KEY IS TRANSACTS-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANSMST.
           SELECT LOANS ASSIGN 'file/loans.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-SEQ
               FILE STATUS IS FS-LOANS.
           SELECT LOANSCH ASSIGN 'file/loansch.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS FS-LOANSCH.
           SELECT AVGIN ASSIGN 'file/avgbal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVGIN.
           SELECT PROFPARM ASSIGN 'file/profparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROFPARM.
           SELECT PROFRPT ASSIGN WS-PROF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROFRPT.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD BRANCHES.
           COPY 'BRANCH.cpy'.

       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

       FD LOANS.
           COPY 'LOANS.cpy'.

       FD LOANSCH.
           COPY 'LOANSCH.cpy'.

       FD AVGIN.
           COPY 'AVGBAL.cpy'.

       FD PROFPARM.
       01 PROFPARM-REC                  PIC X(10).

       FD PROFRPT.
       01 PROFRPT-REC                   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-THIS-YYYYMM                PIC 9(6).
       01 WS-MONTH-START                PIC 9(8).
       01 WS-FUNDS-RATE                 PIC 9V9999 VALUE 0,0300.
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-PROF-NAME                  PIC X(40).
      *    CONTRIBUICAO POR CLIENTE E BALCAO
       01 WS-CP-MAX                     PIC 9(4) VALUE 2000.
       01 WS-CP-COUNT                   PIC 9(4) VALUE 0.
       01 WS-CP-IDX                     PIC 9(4).
       01 WS-CP-BEST                    PIC 9(4).
       01 WS-CP-OVERFLOW                PIC X(1) VALUE 'N'.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 2000 TIMES.
               10 WS-CP-CLIENT          PIC 9(6).
               10 WS-CP-BRANCH          PIC 9(3).
               10 WS-CP-AVG             PIC S9(11)V99.
               10 WS-CP-INCOME          PIC 9(9)V99.
               10 WS-CP-COST            PIC 9(9)V99.
               10 WS-CP-FUNDING         PIC S9(9)V99.
               10 WS-CP-NET             PIC S9(11)V99.
               10 WS-CP-PRINTED         PIC X(1).
       01 WS-THIS-CLIENT                PIC 9(6).
       01 WS-THIS-BRANCH                PIC 9(3).
      *    BALCOES QUE APARECEM NO RELATORIO
       01 WS-BR-MAX                     PIC 9(2) VALUE 20.
       01 WS-BR-COUNT                   PIC 9(2) VALUE 0.
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE            PIC 9(3).
       01 WS-BR-RANK                    PIC 9(4).
       01 WS-BR-NAME                    PIC X(30).
       01 WS-BR-TOT-NET                 PIC S9(13)V99.
      *    TOTAIS POR TIPO: 1 = CORRENTE, 2 = POUPANCA, 3 = PRAZO,
      *    4 = EMPRESTIMO
       01 WS-TYPE-IDX                   PIC 9(1).
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TY-AVG             PIC S9(13)V99.
               10 WS-TY-INCOME          PIC 9(11)V99.
               10 WS-TY-COST            PIC 9(11)V99.
               10 WS-TY-FUNDING         PIC S9(11)V99.
       01 WS-TYPE-LABEL                 PIC X(10).
       01 WS-TY-NET                     PIC S9(13)V99.
       01 WS-GRAND-NET                  PIC S9(13)V99 VALUE 0.
      *    UM PROVEITO OU CUSTO A ATRIBUIR
       01 WS-ITEM-AMOUNT                PIC 9(9)V99.
       01 WS-ITEM-KIND                  PIC X(1).
       01 WS-ITEM-COUNT                 PIC 9(7) VALUE 0.
      *    CONTRAVALOR EM MOEDA NACIONAL (VER FXCONV)
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-FX-AMOUNT                  PIC S9(9)V99.
       01 WS-HOME-AMOUNT                PIC S9(11)V99.
       01 WS-NO-RATE-COUNT              PIC 9(9) VALUE 0.
       01 WS-PRINT-LINE                 PIC X(120).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
       01 END-SCHED                     PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-CLIENTS                    PIC X(2).
       01 FS-BRANCHES                   PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-LOANS                      PIC X(2).
       01 FS-LOANSCH                    PIC X(2).
       01 FS-AVGIN                      PIC X(2).
       01 FS-PROFPARM                   PIC X(2).
       01 FS-PROFRPT                    PIC X(2).
       01 WS-CLIENTS-OPEN               PIC X(1) VALUE 'N'.
       01 WS-BRANCHES-OPEN              PIC X(1) VALUE 'N'.
       01 WS-AMOUNT-EDIT                PIC -9(9),99.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
       01 WS-RANK-EDIT                  PIC Z(3)9.
       01 WS-RATE-EDIT                  PIC 9,9999.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "PROFRPT: inicio do relatorio de rentabilidade"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'PROFRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "PROFRPT: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO PRODUZ NO ULTIMO DIA UTIL DO MES, COMO O AVGBAL
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUSDATE < BC-RESULT
               DISPLAY "PROFRPT: ainda nao e fim do mes - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           DIVIDE WS-BUSDATE BY 100 GIVING WS-THIS-YYYYMM
           COMPUTE WS-MONTH-START = WS-THIS-YYYYMM * 100 + 1

           PERFORM READ-FUNDS-RATE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE ZERO TO WS-TY-AVG (WS-TYPE-IDX)
               MOVE ZERO TO WS-TY-INCOME (WS-TYPE-IDX)
               MOVE ZERO TO WS-TY-COST (WS-TYPE-IDX)
               MOVE ZERO TO WS-TY-FUNDING (WS-TYPE-IDX)
           END-PERFORM

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               DISPLAY "PROFRPT: ainda nao ha contas - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
      ******************************************************************
      *    SALDOS MEDIOS, MOVIMENTOS DO MES E JUROS DE EMPRESTIMOS
      ******************************************************************
           PERFORM LOAD-AVERAGE-BALANCES
           PERFORM SCAN-MONTH-MOVEMENTS
           PERFORM SCAN-LOAN-INTEREST
           CLOSE ACCOUNTS
           PERFORM COMPUTE-CONTRIBUTIONS
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-PROF-NAME
           STRING 'file/profit_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-PROF-NAME

           OPEN OUTPUT PROFRPT
           IF FS-PROFRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-PROF-NAME ": " FS-PROFRPT
               STOP RUN
           END-IF

           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '00'
               MOVE 'S' TO WS-CLIENTS-OPEN
           END-IF
           OPEN INPUT BRANCHES
           IF FS-BRANCHES = '00'
               MOVE 'S' TO WS-BRANCHES-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM WRITE-BRANCH-RANKING
           END-PERFORM
           PERFORM WRITE-TYPE-TOTALS

           IF WS-CLIENTS-OPEN = 'S'
               CLOSE CLIENTS
           END-IF
           IF WS-BRANCHES-OPEN = 'S'
               CLOSE BRANCHES
           END-IF
           CLOSE PROFRPT

           MOVE 'PROFRPT' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-PROF-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-ITEM-COUNT TO RC-READ-COUNT
           MOVE WS-CP-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "PROFRPT: " WS-CP-COUNT " cliente(s)/balcao(oes), "
                   WS-ITEM-COUNT " proveito(s)/custo(s) atribuidos"
           DISPLAY "PROFRPT: relatorio emitido em " WS-PROF-NAME
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "PROFRPT: " WS-NO-RATE-COUNT " valor(es) sem "
                       "cambio em vigor - contravalor a zero!"
           END-IF

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'PROFRPT' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    TAXA ANUAL DE TRANSFERENCIA DE FUNDOS (PRIMEIRA LINHA DE
      *    file/profparm.txt; SEM FICHEIRO FICA O VALOR POR OMISSAO)
      ******************************************************************
       READ-FUNDS-RATE.
           OPEN INPUT PROFPARM
           IF FS-PROFPARM = '00'
               READ PROFPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PROFPARM-REC NOT = SPACES
                           MOVE FUNCTION NUMVAL (PROFPARM-REC)
                               TO WS-FUNDS-RATE
                       END-IF
               END-READ
               CLOSE PROFPARM
           ELSE
               IF FS-PROFPARM NOT = '35'
                   DISPLAY "Erro ao abrir file/profparm.txt: "
                           FS-PROFPARM
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      *    ENTRADA DO CLIENTE WS-THIS-CLIENT NO BALCAO WS-THIS-BRANCH
      *    (CRIADA SE AINDA NAO EXISTE; WS-CP-IDX > WS-CP-COUNT SE A
      *    TABELA ESTA CHEIA)
      ******************************************************************
       FIND-CLIENT-ENTRY.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
                      OR (WS-CP-CLIENT (WS-CP-IDX) = WS-THIS-CLIENT
                          AND WS-CP-BRANCH (WS-CP-IDX) = WS-THIS-BRANCH)
               CONTINUE
           END-PERFORM
           IF WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-COUNT >= WS-CP-MAX
                   IF WS-CP-OVERFLOW NOT = 'S'
                       MOVE 'S' TO WS-CP-OVERFLOW
                       DISPLAY "PROFRPT: AVISO - mais clientes do que "
                               "a tabela comporta; relatorio truncado"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-IDX
               MOVE WS-THIS-CLIENT TO WS-CP-CLIENT (WS-CP-IDX)
               MOVE WS-THIS-BRANCH TO WS-CP-BRANCH (WS-CP-IDX)
               MOVE ZERO TO WS-CP-AVG (WS-CP-IDX)
               MOVE ZERO TO WS-CP-INCOME (WS-CP-IDX)
               MOVE ZERO TO WS-CP-COST (WS-CP-IDX)
               MOVE ZERO TO WS-CP-FUNDING (WS-CP-IDX)
               MOVE ZERO TO WS-CP-NET (WS-CP-IDX)
               MOVE 'N' TO WS-CP-PRINTED (WS-CP-IDX)
               PERFORM ADD-BRANCH-ENTRY
           END-IF.

       ADD-BRANCH-ENTRY.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                      OR WS-BR-CODE (WS-BR-IDX) = WS-THIS-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-BR-IDX > WS-BR-COUNT
              AND WS-BR-COUNT < WS-BR-MAX
               ADD 1 TO WS-BR-COUNT
               MOVE WS-THIS-BRANCH TO WS-BR-CODE (WS-BR-COUNT)
           END-IF.

      ******************************************************************
      *    CONTA ACCOUNTS-KEY (JA PREENCHIDA): DONO, BALCAO (BRANCO
      *    CONTA COMO SEDE 0), TIPO E MOEDA. DEVOLVE FS-ACCOUNTS DA
      *    LEITURA
      ******************************************************************
       READ-OWNING-ACCOUNT.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNTS-ID-USER TO WS-THIS-CLIENT
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
                   IF ACCOUNTS-BRANCH IS NUMERIC
                       MOVE ACCOUNTS-BRANCH TO WS-THIS-BRANCH
                   ELSE
                       MOVE ZERO TO WS-THIS-BRANCH
                   END-IF
                   IF ACCOUNTS-TYPE = 'S'
                       MOVE 2 TO WS-TYPE-IDX
                   ELSE
                       MOVE 1 TO WS-TYPE-IDX
                   END-IF
           END-READ.

      ******************************************************************
      *    SALDOS MEDIOS DO MES (SO A GERACAO DESTE MES CONTA)
      ******************************************************************
       LOAD-AVERAGE-BALANCES.
           OPEN INPUT AVGIN
           IF FS-AVGIN = '35'
               DISPLAY "PROFRPT: AVISO - sem saldos medios do mes "
                       "(file/avgbal.txt) - valor dos fundos a zero"
               EXIT PARAGRAPH
           END-IF
           IF FS-AVGIN NOT = '00'
               DISPLAY "Erro ao abrir file/avgbal.txt: " FS-AVGIN
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ AVGIN
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF AVB-PERIOD = WS-THIS-YYYYMM
                           PERFORM ADD-AVERAGE-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AVGIN.

       ADD-AVERAGE-BALANCE.
           MOVE AVB-ID-USER TO ACCOUNTS-ID-USER
           MOVE AVB-ID TO ACCOUNTS-ID
           PERFORM READ-OWNING-ACCOUNT
           IF FS-ACCOUNTS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CLIENT-ENTRY
           IF WS-CP-IDX > WS-CP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AVB-AVERAGE TO WS-FX-AMOUNT
           PERFORM GET-HOME-EQUIVALENT
           ADD WS-HOME-AMOUNT TO WS-CP-AVG (WS-CP-IDX)
           ADD WS-HOME-AMOUNT TO WS-TY-AVG (WS-TYPE-IDX).

      ******************************************************************
      *    MOVIMENTOS DO MES NO RAZAO: COMISSOES E JURO DEVEDOR SAO
      *    PROVEITOS; JURO CREDOR E JUROS DE DEPOSITOS A PRAZO SAO
      *    CUSTOS
      ******************************************************************
       SCAN-MONTH-MOVEMENTS.
           OPEN INPUT TRANSMST
           IF FS-TRANSMST = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TRANSMST NOT = '00'
               DISPLAY "Erro ao abrir file/transmst.txt: " FS-TRANSMST
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TRANSMST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TRANSACTS-DATE NOT < WS-MONTH-START
                          AND TRANSACTS-DATE NOT > WS-BUSDATE
                           PERFORM CLASSIFY-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMST.

       CLASSIFY-MOVEMENT.
           MOVE SPACE TO WS-ITEM-KIND
           EVALUATE TRANSACTS-TYPE
               WHEN 'FEE'
               WHEN 'DEBITINT'
                   MOVE 'I' TO WS-ITEM-KIND
               WHEN 'INTEREST'
                   MOVE 'C' TO WS-ITEM-KIND
               WHEN 'TDINT'
                   MOVE 'T' TO WS-ITEM-KIND
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
      *    O VALOR CONTA PELO ABSOLUTO: UM ESTORNO DE UMA COMISSAO OU
      *    DE UM JURO VEM COMO MOVIMENTO DE OUTRO TIPO
           IF TRANSACTS-AMOUNT < ZERO
               COMPUTE WS-ITEM-AMOUNT = 0 - TRANSACTS-AMOUNT
           ELSE
               MOVE TRANSACTS-AMOUNT TO WS-ITEM-AMOUNT
           END-IF
           MOVE TRANSACTS-ID-USER TO ACCOUNTS-ID-USER
           MOVE TRANSACTS-ID TO ACCOUNTS-ID
           PERFORM READ-OWNING-ACCOUNT
           IF FS-ACCOUNTS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-KIND = 'T'
               MOVE 3 TO WS-TYPE-IDX
               MOVE 'C' TO WS-ITEM-KIND
           END-IF
           PERFORM ATTRIBUTE-ITEM.

      ******************************************************************
      *    JUROS DAS PRESTACOES COBRADAS COM VENCIMENTO NO MES, NA
      *    CONTA DE COBRANCA DO EMPRESTIMO
      ******************************************************************
       SCAN-LOAN-INTEREST.
           OPEN INPUT LOANS
           IF FS-LOANS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANS NOT = '00'
               DISPLAY "Erro ao abrir file/loans.txt: " FS-LOANS
               STOP RUN
           END-IF
           OPEN INPUT LOANSCH
           IF FS-LOANSCH = '35'
               CLOSE LOANS
               EXIT PARAGRAPH
           END-IF
           IF FS-LOANSCH NOT = '00'
               DISPLAY "Erro ao abrir file/loansch.txt: " FS-LOANSCH
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ LOANS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM SCAN-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOANSCH
           CLOSE LOANS.

       SCAN-ONE-LOAN.
           MOVE LOAN-ID-USER TO ACCOUNTS-ID-USER
           MOVE LOAN-ACCOUNT TO ACCOUNTS-ID
           PERFORM READ-OWNING-ACCOUNT
           IF FS-ACCOUNTS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-TYPE-IDX
           MOVE 'I' TO WS-ITEM-KIND

           MOVE 'N' TO END-SCHED
           MOVE LOAN-SEQ TO LSCH-LOAN-SEQ
           MOVE ZERO TO LSCH-NO
           START LOANSCH KEY IS >= LSCH-KEY
               INVALID KEY
                   MOVE 'S' TO END-SCHED
           END-START
           PERFORM UNTIL END-SCHED = 'S'
               READ LOANSCH NEXT RECORD
                   AT END
                       MOVE 'S' TO END-SCHED
                   NOT AT END
                       IF LSCH-LOAN-SEQ NOT = LOAN-SEQ
                           MOVE 'S' TO END-SCHED
                       ELSE
                           IF LSCH-STATUS = 'C'
                              AND LSCH-DUE-DATE NOT < WS-MONTH-START
                              AND LSCH-DUE-DATE NOT > WS-BUSDATE
                              AND LSCH-INTEREST > ZERO
                               MOVE LSCH-INTEREST TO WS-ITEM-AMOUNT
                               PERFORM ATTRIBUTE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    SOMAR O PROVEITO ('I') OU CUSTO ('C'), NA MOEDA DA CONTA
      *    WS-ACC-CURRENCY, AO CLIENTE/BALCAO E AO TIPO WS-TYPE-IDX
      ******************************************************************
       ATTRIBUTE-ITEM.
           PERFORM FIND-CLIENT-ENTRY
           IF WS-CP-IDX > WS-CP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-AMOUNT TO WS-FX-AMOUNT
           PERFORM GET-HOME-EQUIVALENT
           MOVE WS-HOME-AMOUNT TO WS-ITEM-AMOUNT
           IF WS-ITEM-KIND = 'I'
               ADD WS-ITEM-AMOUNT TO WS-CP-INCOME (WS-CP-IDX)
               ADD WS-ITEM-AMOUNT TO WS-TY-INCOME (WS-TYPE-IDX)
           ELSE
               ADD WS-ITEM-AMOUNT TO WS-CP-COST (WS-CP-IDX)
               ADD WS-ITEM-AMOUNT TO WS-TY-COST (WS-TYPE-IDX)
           END-IF
           ADD 1 TO WS-ITEM-COUNT.

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DE WS-FX-AMOUNT NA MOEDA
      *    WS-ACC-CURRENCY (EM BRANCO = A NACIONAL), AO CAMBIO MEDIO
      *    DA DATA DE NEGOCIO
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
           MOVE FC-HOME-AMOUNT TO WS-HOME-AMOUNT
           IF FC-FOUND NOT = 'S'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.

      ******************************************************************
      *    VALOR DOS FUNDOS (SALDO MEDIO A TAXA ANUAL, UM MES) E
      *    CONTRIBUICAO LIQUIDA
      ******************************************************************
       COMPUTE-CONTRIBUTIONS.
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               COMPUTE WS-CP-FUNDING (WS-CP-IDX) ROUNDED =
                   WS-CP-AVG (WS-CP-IDX) * WS-FUNDS-RATE / 12
               COMPUTE WS-CP-NET (WS-CP-IDX) =
                   WS-CP-INCOME (WS-CP-IDX) - WS-CP-COST (WS-CP-IDX)
                   + WS-CP-FUNDING (WS-CP-IDX)
           END-PERFORM
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               COMPUTE WS-TY-FUNDING (WS-TYPE-IDX) ROUNDED =
                   WS-TY-AVG (WS-TYPE-IDX) * WS-FUNDS-RATE / 12
           END-PERFORM.

      ******************************************************************
      *    CABECALHO
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'RENTABILIDADE DOS CLIENTES POR BALCAO - MES '
                      DELIMITED SIZE
                  WS-THIS-YYYYMM DELIMITED SIZE
                  ' (ATE ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ')' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-FUNDS-RATE TO WS-RATE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'VALOR DOS FUNDOS: SALDO MEDIO A TAXA ANUAL DE '
                      DELIMITED SIZE
                  WS-RATE-EDIT DELIMITED SIZE
                  ' POR UM MES' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    RANKING DE UM BALCAO: ESCOLHER SUCESSIVAMENTE A MAIOR
      *    CONTRIBUICAO AINDA NAO IMPRESSA
      ******************************************************************
       WRITE-BRANCH-RANKING.
           MOVE SPACES TO WS-BR-NAME
           IF WS-BRANCHES-OPEN = 'S'
               MOVE WS-BR-CODE (WS-BR-IDX) TO BRANCH-CODE
               READ BRANCHES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BR-NAME
               END-READ
           END-IF
           IF WS-BR-NAME = SPACES AND WS-BR-CODE (WS-BR-IDX) = ZERO
               MOVE 'SEDE' TO WS-BR-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALCAO ' DELIMITED SIZE
                  WS-BR-CODE (WS-BR-IDX) DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-BR-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '   # CLIENTE NOME' TO WS-PRINT-LINE (1:17)
           MOVE 'SALDO MEDIO' TO WS-PRINT-LINE (46:11)
           MOVE 'PROVEITOS' TO WS-PRINT-LINE (62:9)
           MOVE 'CUSTOS' TO WS-PRINT-LINE (79:6)
           MOVE 'FUNDOS' TO WS-PRINT-LINE (93:6)
           MOVE 'CONTRIBUICAO' TO WS-PRINT-LINE (103:12)
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-BR-RANK
           MOVE ZERO TO WS-BR-TOT-NET
           MOVE 1 TO WS-CP-BEST
           PERFORM UNTIL WS-CP-BEST = ZERO
               MOVE ZERO TO WS-CP-BEST
               PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
                   IF WS-CP-BRANCH (WS-CP-IDX) = WS-BR-CODE (WS-BR-IDX)
                      AND WS-CP-PRINTED (WS-CP-IDX) = 'N'
                       IF WS-CP-BEST = ZERO
                           MOVE WS-CP-IDX TO WS-CP-BEST
                       ELSE
                           IF WS-CP-NET (WS-CP-IDX)
                              > WS-CP-NET (WS-CP-BEST)
                               MOVE WS-CP-IDX TO WS-CP-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CP-BEST NOT = ZERO
                   ADD 1 TO WS-BR-RANK
                   MOVE 'S' TO WS-CP-PRINTED (WS-CP-BEST)
                   ADD WS-CP-NET (WS-CP-BEST) TO WS-BR-TOT-NET
                   PERFORM WRITE-ONE-CLIENT-LINE
               END-IF
           END-PERFORM

           MOVE WS-BR-TOT-NET TO WS-TOTAL-EDIT
           ADD WS-BR-TOT-NET TO WS-GRAND-NET
           MOVE SPACES TO WS-PRINT-LINE
           STRING '     CONTRIBUICAO DO BALCAO ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-CLIENT-LINE.
           MOVE SPACES TO CLIENTS-NAME
           IF WS-CLIENTS-OPEN = 'S'
               MOVE WS-CP-CLIENT (WS-CP-BEST) TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       MOVE '(CLIENTE INEXISTENTE)' TO CLIENTS-NAME
               END-READ
           END-IF
           MOVE WS-BR-RANK TO WS-RANK-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-RANK-EDIT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CP-CLIENT (WS-CP-BEST) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CLIENTS-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-CP-AVG (WS-CP-BEST) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (44:13)
           MOVE WS-CP-INCOME (WS-CP-BEST) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (58:13)
           MOVE WS-CP-COST (WS-CP-BEST) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (72:13)
           MOVE WS-CP-FUNDING (WS-CP-BEST) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (86:13)
           MOVE WS-CP-NET (WS-CP-BEST) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (100:15)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    TOTAIS POR TIPO DE CONTA E TOTAL GERAL
      ******************************************************************
       WRITE-TYPE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'TOTAIS POR TIPO DE CONTA:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'TIPO' TO WS-PRINT-LINE (1:4)
           MOVE 'SALDO MEDIO' TO WS-PRINT-LINE (15:11)
           MOVE 'PROVEITOS' TO WS-PRINT-LINE (31:9)
           MOVE 'CUSTOS' TO WS-PRINT-LINE (48:6)
           MOVE 'FUNDOS' TO WS-PRINT-LINE (62:6)
           MOVE 'CONTRIBUICAO' TO WS-PRINT-LINE (72:12)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               PERFORM WRITE-ONE-TYPE-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-GRAND-NET TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CONTRIBUICAO TOTAL DOS CLIENTES ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-ONE-TYPE-LINE.
           EVALUATE WS-TYPE-IDX
               WHEN 1
                   MOVE 'CORRENTE' TO WS-TYPE-LABEL
               WHEN 2
                   MOVE 'POUPANCA' TO WS-TYPE-LABEL
               WHEN 3
                   MOVE 'PRAZO' TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE 'EMPRESTIMO' TO WS-TYPE-LABEL
           END-EVALUATE
           COMPUTE WS-TY-NET = WS-TY-INCOME (WS-TYPE-IDX)
               - WS-TY-COST (WS-TYPE-IDX) + WS-TY-FUNDING (WS-TYPE-IDX)
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TYPE-LABEL TO WS-PRINT-LINE (1:10)
           MOVE WS-TY-AVG (WS-TYPE-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (11:15)
           MOVE WS-TY-INCOME (WS-TYPE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (27:13)
           MOVE WS-TY-COST (WS-TYPE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (41:13)
           MOVE WS-TY-FUNDING (WS-TYPE-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (55:13)
           MOVE WS-TY-NET TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (69:15)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO PROFRPT-REC
           WRITE PROFRPT-REC
           IF FS-PROFRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-PROF-NAME ": "
                       FS-PROFRPT
               STOP RUN
           END-IF.
