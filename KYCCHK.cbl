       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCCHK.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    REVISAO PERIODICA DE DILIGENCIA DEVIDA (KYC) DOS CLIENTES.
      *    CADA CLIENTE TEM UM RISCO ('L', 'M' OU 'H'), A DATA DA
      *    ULTIMA REVISAO E A DATA EM QUE VENCE A PROXIMA (VER
      *    CLIENTS.cpy). ESTE SUBPROGRAMA CONCENTRA AS REGRAS, COMO O
      *    CLISTAT FAZ PARA O ESTADO DE VIDA: O ADDCLIE, O CLIELOAD E
      *    O UPDCLIE PEDEM AQUI A DATA DA PROXIMA REVISAO; O DEPOSIT,
      *    O WITHDRAW E O TRANSFER AVISAM O CAIXA DE UMA REVISAO
      *    VENCIDA; O OPENACCO RECUSA CONTAS NOVAS QUANDO O ATRASO
      *    PASSA A TOLERANCIA; O KYCRPT LISTA AS REVISOES A VENCER E
      *    VENCIDAS POR BALCAO. VER KYCPRM.cpy.
      *    PARAMETROS (file/kycparm.txt, UMA LINHA "HH MM LL TTT"):
      *    MESES ENTRE REVISOES PARA RISCO ALTO (POR OMISSAO 12),
      *    MEDIO (36) E BAIXO (60), E DIAS DE TOLERANCIA DEPOIS DO
      *    VENCIMENTO ANTES DE O OPENACCO RECUSAR CONTAS (90). UM
      *    RISCO EM BRANCO CONTA COMO MEDIO. UM CLIENTE SEM DATA DE
      *    PROXIMA REVISAO CONTA COMO VENCIDO ALEM DA TOLERANCIA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT KYCPARM ASSIGN 'file/kycparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KYCPARM.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD KYCPARM.
       01 KYCPARM-REC.
           05 KYCPARM-HIGH              PIC X(2).
           05 FILLER                    PIC X(1).
           05 KYCPARM-MEDIUM            PIC X(2).
           05 FILLER                    PIC X(1).
           05 KYCPARM-LOW               PIC X(2).
           05 FILLER                    PIC X(1).
           05 KYCPARM-GRACE             PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-MONTHS-HIGH                PIC 9(2).
       01 WS-MONTHS-MEDIUM              PIC 9(2).
       01 WS-MONTHS-LOW                 PIC 9(2).
       01 WS-MONTHS                     PIC 9(2).
       01 WS-TOTAL-MONTHS               PIC 9(6).
       01 WS-DUE-DATE                   PIC 9(8).
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR               PIC 9(4).
           05 WS-DUE-MONTH              PIC 9(2).
           05 WS-DUE-DAY                PIC 9(2).
       01 WS-LAST-DATE                  PIC 9(8).
       01 WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
           05 WS-LAST-YEAR              PIC 9(4).
           05 WS-LAST-MONTH             PIC 9(2).
           05 WS-LAST-DAY               PIC 9(2).
       01 WS-DAYS                       PIC S9(8).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-KYCPARM                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       LINKAGE SECTION.
           COPY 'KYCPRM.cpy'.

       PROCEDURE DIVISION USING KYCCHK-PARM.

           MOVE '00' TO KC-STATUS
           MOVE 'N' TO KC-RESULT
           MOVE ZERO TO KC-DAYS-OVER

           PERFORM READ-KYC-PARAMETER
           IF KC-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF

           EVALUATE KC-FUNC
               WHEN 'N'
                   IF KC-LAST = ZERO
                       PERFORM GET-BUSINESS-DATE
                       MOVE RC-BUSDATE TO KC-LAST
                   END-IF
                   PERFORM COMPUTE-NEXT-REVIEW
               WHEN 'C'
                   IF KC-DATE = ZERO
                       PERFORM GET-BUSINESS-DATE
                       MOVE RC-BUSDATE TO KC-DATE
                   END-IF
                   PERFORM READ-CLIENT
                   IF KC-STATUS = '00' AND KC-RESULT NOT = 'S'
                       PERFORM EVALUATE-REVIEW
                   ELSE
                       MOVE 'N' TO KC-RESULT
                   END-IF
               WHEN 'E'
                   IF KC-DATE = ZERO
                       PERFORM GET-BUSINESS-DATE
                       MOVE RC-BUSDATE TO KC-DATE
                   END-IF
                   PERFORM EVALUATE-REVIEW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *    LER OS PARAMETROS; SEM FICHEIRO (OU CAMPO EM BRANCO)
      *    APLICAM-SE OS VALORES DE ORIGEM
      ******************************************************************
       READ-KYC-PARAMETER.
           MOVE 12 TO WS-MONTHS-HIGH
           MOVE 36 TO WS-MONTHS-MEDIUM
           MOVE 60 TO WS-MONTHS-LOW
           MOVE 90 TO KC-GRACE-DAYS
           OPEN INPUT KYCPARM
           IF FS-KYCPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-KYCPARM NOT = '00'
               MOVE FS-KYCPARM TO KC-STATUS
               EXIT PARAGRAPH
           END-IF
           READ KYCPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF KYCPARM-HIGH NOT = SPACES
                       MOVE FUNCTION NUMVAL (KYCPARM-HIGH)
                           TO WS-MONTHS-HIGH
                   END-IF
                   IF KYCPARM-MEDIUM NOT = SPACES
                       MOVE FUNCTION NUMVAL (KYCPARM-MEDIUM)
                           TO WS-MONTHS-MEDIUM
                   END-IF
                   IF KYCPARM-LOW NOT = SPACES
                       MOVE FUNCTION NUMVAL (KYCPARM-LOW)
                           TO WS-MONTHS-LOW
                   END-IF
                   IF KYCPARM-GRACE NOT = SPACES
                       MOVE FUNCTION NUMVAL (KYCPARM-GRACE)
                           TO KC-GRACE-DAYS
                   END-IF
           END-READ
           CLOSE KYCPARM.

      ******************************************************************
      *    DATA DE NEGOCIO DO CONTROLO DE EXECUCAO
      ******************************************************************
       GET-BUSINESS-DATE.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               MOVE RC-STATUS TO KC-STATUS
               MOVE ZERO TO RC-BUSDATE
           END-IF.

      ******************************************************************
      *    PROXIMA REVISAO = ULTIMA + OS MESES DO RISCO. UM DIA QUE
      *    NAO EXISTE NO MES DE CHEGADA (31 DE ABRIL, 29 DE FEVEREIRO
      *    FORA DE ANO BISSEXTO) PASSA PARA O ULTIMO DIA DESSE MES
      ******************************************************************
       COMPUTE-NEXT-REVIEW.
           EVALUATE KC-RISK
               WHEN 'H'
                   MOVE WS-MONTHS-HIGH TO WS-MONTHS
               WHEN 'L'
                   MOVE WS-MONTHS-LOW TO WS-MONTHS
               WHEN OTHER
                   MOVE WS-MONTHS-MEDIUM TO WS-MONTHS
           END-EVALUATE

           MOVE KC-LAST TO WS-LAST-DATE
           COMPUTE WS-TOTAL-MONTHS =
               WS-LAST-YEAR * 12 + WS-LAST-MONTH - 1 + WS-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MONTH
           ADD 1 TO WS-DUE-MONTH
           MOVE WS-LAST-DAY TO WS-DUE-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE) = 0
                      OR WS-DUE-DAY < 29
               SUBTRACT 1 FROM WS-DUE-DAY
           END-PERFORM
           MOVE WS-DUE-DATE TO KC-NEXT.

      ******************************************************************
      *    LER O REGISTO DO CLIENTE; SEM FICHEIRO OU SEM REGISTO NAO
      *    HA NADA A AVALIAR (KC-RESULT 'S' SO INTERNAMENTE)
      ******************************************************************
       READ-CLIENT.
           MOVE SPACE TO KC-RISK
           MOVE ZERO TO KC-LAST
           MOVE ZERO TO KC-NEXT
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '35'
               MOVE 'S' TO KC-RESULT
               EXIT PARAGRAPH
           END-IF
           IF FS-CLIENTS NOT = '00'
               MOVE FS-CLIENTS TO KC-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE KC-ID-USER TO CLIENTS-ID
           READ CLIENTS
               INVALID KEY
                   MOVE 'S' TO KC-RESULT
               NOT INVALID KEY
                   MOVE CLIENTS-RISK TO KC-RISK
                   IF CLIENTS-KYC-LAST IS NUMERIC
                       MOVE CLIENTS-KYC-LAST TO KC-LAST
                   END-IF
                   IF CLIENTS-KYC-NEXT IS NUMERIC
                       MOVE CLIENTS-KYC-NEXT TO KC-NEXT
                   END-IF
           END-READ

           CLOSE CLIENTS.

      ******************************************************************
      *    REVISAO VENCIDA QUANDO A DATA DA PROXIMA JA PASSOU; ALEM DA
      *    TOLERANCIA QUANDO O ATRASO PASSA OS DIAS DO PARAMETRO
      ******************************************************************
       EVALUATE-REVIEW.
           MOVE 'N' TO KC-RESULT
           MOVE ZERO TO KC-DAYS-OVER
           IF KC-NEXT IS NOT NUMERIC OR KC-NEXT = ZERO
               MOVE 'X' TO KC-RESULT
               EXIT PARAGRAPH
           END-IF
           IF KC-NEXT NOT < KC-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE (KC-DATE)
                           - FUNCTION INTEGER-OF-DATE (KC-NEXT)
           IF WS-DAYS > 99999
               MOVE 99999 TO KC-DAYS-OVER
           ELSE
               MOVE WS-DAYS TO KC-DAYS-OVER
           END-IF
           IF KC-DAYS-OVER > KC-GRACE-DAYS
               MOVE 'X' TO KC-RESULT
           ELSE
               MOVE 'O' TO KC-RESULT
           END-IF.
