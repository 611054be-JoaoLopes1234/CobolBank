       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    ATIVIDADE E EXCECOES POR OPERADOR, AGRUPADAS PELO BALCAO
      *    DO OPERADOR (OPERATOR-BRANCH), PARA A REVISAO A QUATRO
      *    OLHOS DOS GERENTES DE BALCAO E PARA A AUDITORIA INTERNA.
      *    JUNTA NUM SO RELATORIO O QUE JA FICA REGISTADO:
      *      - file/transmst.txt: MOVIMENTOS COM TRANSACTS-OPER NO
      *        PERIODO - CONTAGENS E TOTAIS POR TIPO, NUMERARIO
      *        (DEPOSIT/WITHDRAW) ENTRADO E SAIDO, ESTORNOS FEITOS
      *        ('REVERSAL'), MOVIMENTOS FORA DO HORARIO DO BALCAO E
      *        ESTORNOS DE UM MOVIMENTO LANCADO PELO PROPRIO OPERADOR
      *        (O ORIGINAL VEM DE TRANSACTS-LINK-SEQ)
      *      - file/override_log.txt: PEDIDOS DE OVERRIDE FEITOS COMO
      *        CAIXA, OS CONCEDIDOS, E OS APROVADOS COMO SUPERVISOR
      *      - file/signon_log.txt: TENTATIVAS DE SESSAO FALHADAS E
      *        BLOQUEIOS
      *      - file/maint_audit.txt: ALTERACOES DE MANUTENCAO FEITAS
      *    OS MOVIMENTOS SAO FILTRADOS PELA DATA DE NEGOCIO E OS LOGS
      *    PELA DATA DO INSTANTE REGISTADO (VER OPACTPRM.cpy).
      *    O HORARIO DO BALCAO ESTA EM file/operparm.txt, NUMA LINHA
      *    "HHMM HHMM" (ABERTURA E FECHO; POR OMISSAO 0830 1500): UM
      *    MOVIMENTO DE OPERADOR ANTES DA ABERTURA OU A PARTIR DO
      *    FECHO CONTA COMO FORA DE HORAS.
      *    OS MOVIMENTOS JA ARQUIVADOS PELO ARCHPURG NAO ENTRAM; UM
      *    ESTORNO CUJO ORIGINAL JA FOI ARQUIVADO NAO E COMPARADO.
      *    UM OPERADOR QUE JA NAO EXISTE EM file/operators.txt
      *    APARECE NA SEDE (BALCAO 0).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS ASSIGN 'file/operators.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS FS-OPERATORS.
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
           SELECT OVERLOG ASSIGN 'file/override_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OVERLOG.
           SELECT SIGNONLOG ASSIGN 'file/signon_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIGNONLOG.
           SELECT MAINTAUDIT ASSIGN 'file/maint_audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAINTAUDIT.
           SELECT OPERPARM ASSIGN 'file/operparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERPARM.
           SELECT OPERRPT ASSIGN WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERRPT.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATORS.
           COPY 'OPERATOR.cpy'.

       FD BRANCHES.
           COPY 'BRANCH.cpy'.

       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

      *    LINHA DO WITHDRAW: DATA-HORA(14) RESULTADO(8) SUPERVISOR(6)
      *    ' CAIXA ' OPERADOR(6) ...
       FD OVERLOG.
       01 OVERLOG-REC.
           05 OVL-DATE                  PIC X(8).
           05 OVL-TIME                  PIC X(6).
           05 FILLER                    PIC X(1).
           05 OVL-RESULT                PIC X(8).
           05 FILLER                    PIC X(1).
           05 OVL-SUPERVISOR            PIC X(6).
           05 FILLER                    PIC X(7).
           05 OVL-TELLER                PIC X(6).
           05 FILLER                    PIC X(37).

      *    LINHA DO SIGNON: OPERADOR(6) ACAO(3) DATA-HORA(14)
       FD SIGNONLOG.
       01 SIGNONLOG-REC.
           05 SGL-OPER                  PIC X(6).
           05 FILLER                    PIC X(1).
           05 SGL-ACTION                PIC X(3).
           05 FILLER                    PIC X(1).
           05 SGL-DATE                  PIC X(8).
           05 SGL-TIME                  PIC X(6).
           05 FILLER                    PIC X(15).

      *    LINHA DO MNTAUDIT (VER MNTAPRM.cpy): O OPERADOR ESTA NA
      *    POSICAO 82 E A DATA-HORA NA 89
       FD MAINTAUDIT.
       01 MAINTAUDIT-REC.
           05 FILLER                    PIC X(81).
           05 MNA-OPER                  PIC X(6).
           05 FILLER                    PIC X(1).
           05 MNA-DATE                  PIC X(8).
           05 MNA-TIME                  PIC X(6).
           05 FILLER                    PIC X(8).

       FD OPERPARM.
       01 OPERPARM-REC.
           05 OPERPARM-OPEN             PIC X(4).
           05 FILLER                    PIC X(1).
           05 OPERPARM-CLOSE            PIC X(4).

       FD OPERRPT.
       01 OPERRPT-REC                   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-RPT-NAME                   PIC X(40).
      *    HORARIO DO BALCAO
       01 WS-OPEN-HHMM                  PIC 9(4).
       01 WS-CLOSE-HHMM                 PIC 9(4).
       01 WS-POST-HHMM                  PIC 9(4).
      *    OPERADORES COM ATIVIDADE (CARREGADOS DE file/operators.txt
      *    POR ORDEM DE ID; OS DESCONHECIDOS VAO PARA O FIM)
       01 WS-OP-MAX                     PIC 9(3) VALUE 300.
       01 WS-OP-COUNT                   PIC 9(3).
       01 WS-OP-IDX                     PIC 9(3).
       01 WS-OP-FOUND                   PIC 9(3).
       01 WS-OP-OVERFLOW                PIC X(1).
       01 WS-LOOK-ID                    PIC 9(6).
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 300 TIMES.
               10 WS-OP-ID              PIC 9(6).
               10 WS-OP-NAME            PIC X(30).
               10 WS-OP-LEVEL           PIC X(1).
               10 WS-OP-BRANCH          PIC 9(3).
               10 WS-OP-POSTS           PIC 9(7).
               10 WS-OP-CASH-IN-N       PIC 9(6).
               10 WS-OP-CASH-IN         PIC 9(11)V99.
               10 WS-OP-CASH-OUT-N      PIC 9(6).
               10 WS-OP-CASH-OUT        PIC 9(11)V99.
               10 WS-OP-REVERSALS       PIC 9(6).
               10 WS-OP-OVR-REQ         PIC 9(5).
               10 WS-OP-OVR-GRANT       PIC 9(5).
               10 WS-OP-OVR-APPROVED    PIC 9(5).
               10 WS-OP-FAILS           PIC 9(5).
               10 WS-OP-LOCKS           PIC 9(5).
               10 WS-OP-MAINT           PIC 9(6).
               10 WS-OP-OUTSIDE         PIC 9(6).
               10 WS-OP-SELFREV         PIC 9(5).
      *    CONTAGENS E TOTAIS POR OPERADOR E TIPO DE MOVIMENTO
       01 WS-TY-MAX                     PIC 9(4) VALUE 2000.
       01 WS-TY-COUNT                   PIC 9(4).
       01 WS-TY-IDX                     PIC 9(4).
       01 WS-TY-OVERFLOW                PIC X(1).
       01 WS-TY-TABLE.
           05 WS-TY-ENTRY OCCURS 2000 TIMES.
               10 WS-TY-OP              PIC 9(3).
               10 WS-TY-TYPE            PIC X(8).
               10 WS-TY-QTY             PIC 9(7).
               10 WS-TY-AMOUNT          PIC S9(11)V99.
      *    ESTORNOS A COMPARAR COM O OPERADOR DO ORIGINAL
       01 WS-RV-MAX                     PIC 9(4) VALUE 1000.
       01 WS-RV-COUNT                   PIC 9(4).
       01 WS-RV-IDX                     PIC 9(4).
       01 WS-RV-OVERFLOW                PIC X(1).
       01 WS-RV-TABLE.
           05 WS-RV-ENTRY OCCURS 1000 TIMES.
               10 WS-RV-OP              PIC 9(3).
               10 WS-RV-SEQ             PIC 9(9).
               10 WS-RV-LINK            PIC 9(9).
               10 WS-RV-DATE            PIC 9(8).
               10 WS-RV-TIME            PIC 9(6).
               10 WS-RV-AMOUNT          PIC S9(7)V99.
      *    EXCECOES: 'R' = ESTORNO DO PROPRIO MOVIMENTO,
      *              'H' = MOVIMENTO FORA DE HORAS,
      *              'L' = BLOQUEIO DA SESSAO
       01 WS-EX-MAX                     PIC 9(4) VALUE 1000.
       01 WS-EX-COUNT                   PIC 9(4).
       01 WS-EX-IDX                     PIC 9(4).
       01 WS-EX-OVERFLOW                PIC X(1).
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 1000 TIMES.
               10 WS-EX-OP              PIC 9(3).
               10 WS-EX-KIND            PIC X(1).
               10 WS-EX-DATE            PIC 9(8).
               10 WS-EX-TIME            PIC 9(6).
               10 WS-EX-SEQ             PIC 9(9).
               10 WS-EX-TYPE            PIC X(8).
               10 WS-EX-AMOUNT          PIC S9(7)V99.
               10 WS-EX-LINK            PIC 9(9).
       01 WS-NEW-EX-KIND                PIC X(1).
       01 WS-THIS-KIND                  PIC X(1).
       01 WS-KIND-IDX                   PIC 9(1).
      *    BALCOES QUE APARECEM NO RELATORIO
       01 WS-BR-MAX                     PIC 9(2) VALUE 50.
       01 WS-BR-COUNT                   PIC 9(2).
       01 WS-BR-IDX                     PIC 9(2).
       01 WS-BR-BEST                    PIC 9(2).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 50 TIMES.
               10 WS-BR-CODE            PIC 9(3).
               10 WS-BR-PRINTED         PIC X(1).
       01 WS-BR-NAME                    PIC X(30).
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-OP-ACTIVE                  PIC X(1).
      *    TOTAIS DO BALCAO E GERAIS
       01 WS-BRT-OPERS                  PIC 9(6).
       01 WS-BRT-POSTS                  PIC 9(9).
       01 WS-BRT-CASH-IN                PIC 9(11)V99.
       01 WS-BRT-CASH-OUT               PIC 9(11)V99.
       01 WS-BRT-EXC                    PIC 9(6).
       01 WS-GT-POSTS                   PIC 9(9).
       01 WS-GT-CASH-IN                 PIC 9(11)V99.
       01 WS-GT-CASH-OUT                PIC 9(11)V99.
       01 WS-EXC-DESC                   PIC X(40).
       01 WS-LEVEL-DESC                 PIC X(10).
       01 WS-COUNT-EDIT                 PIC Z(6)9.
       01 WS-SMALL-EDIT                 PIC Z(4)9.
       01 WS-AMOUNT-EDIT                PIC -9(9),99.
       01 WS-TOTAL-EDIT                 PIC -9(11),99.
       01 WS-PRINT-LINE                 PIC X(120).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-OPERATORS                  PIC X(2).
       01 FS-BRANCHES                   PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-OVERLOG                    PIC X(2).
       01 FS-SIGNONLOG                  PIC X(2).
       01 FS-MAINTAUDIT                 PIC X(2).
       01 FS-OPERPARM                   PIC X(2).
       01 FS-OPERRPT                    PIC X(2).
       01 WS-BRANCHES-OPEN              PIC X(1).

       LINKAGE SECTION.
           COPY 'OPACTPRM.cpy'.

       PROCEDURE DIVISION USING OPERACT-PARM.

           MOVE '00' TO OA-STATUS
           MOVE ZERO TO OA-READ-COUNT
           MOVE ZERO TO OA-POST-COUNT
           MOVE ZERO TO OA-OPER-COUNT
           MOVE ZERO TO OA-EXC-COUNT
           MOVE ZERO TO WS-OP-COUNT
           MOVE ZERO TO WS-TY-COUNT
           MOVE ZERO TO WS-RV-COUNT
           MOVE ZERO TO WS-EX-COUNT
           MOVE ZERO TO WS-BR-COUNT
           MOVE ZERO TO WS-GT-POSTS
           MOVE ZERO TO WS-GT-CASH-IN
           MOVE ZERO TO WS-GT-CASH-OUT
           MOVE 'N' TO WS-OP-OVERFLOW
           MOVE 'N' TO WS-TY-OVERFLOW
           MOVE 'N' TO WS-RV-OVERFLOW
           MOVE 'N' TO WS-EX-OVERFLOW

           PERFORM READ-HOURS-PARAMETER
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM LOAD-OPERATORS
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM SCAN-LEDGER
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM SCAN-OVERRIDE-LOG
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM SCAN-SIGNON-LOG
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM SCAN-MAINT-AUDIT
           IF OA-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF
           PERFORM WRITE-ACTIVITY-REPORT.

           EXIT PROGRAM.

      ******************************************************************
      *    HORARIO DO BALCAO; SEM FICHEIRO (OU CAMPO EM BRANCO)
      *    APLICAM-SE OS VALORES DE ORIGEM
      ******************************************************************
       READ-HOURS-PARAMETER.
           MOVE 0830 TO WS-OPEN-HHMM
           MOVE 1500 TO WS-CLOSE-HHMM
           OPEN INPUT OPERPARM
           IF FS-OPERPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-OPERPARM NOT = '00'
               MOVE FS-OPERPARM TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           READ OPERPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF OPERPARM-OPEN NOT = SPACES
                       MOVE FUNCTION NUMVAL (OPERPARM-OPEN)
                           TO WS-OPEN-HHMM
                   END-IF
                   IF OPERPARM-CLOSE NOT = SPACES
                       MOVE FUNCTION NUMVAL (OPERPARM-CLOSE)
                           TO WS-CLOSE-HHMM
                   END-IF
           END-READ
           CLOSE OPERPARM.

      ******************************************************************
      *    CARREGAR OS OPERADORES POR ORDEM DE ID, COM OS CONTADORES
      *    A ZERO
      ******************************************************************
       LOAD-OPERATORS.
           OPEN INPUT OPERATORS
           IF FS-OPERATORS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-OPERATORS NOT = '00'
               MOVE FS-OPERATORS TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ OPERATORS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF WS-OP-COUNT < WS-OP-MAX
                           ADD 1 TO WS-OP-COUNT
                           MOVE WS-OP-COUNT TO WS-OP-IDX
                           INITIALIZE WS-OP-ENTRY (WS-OP-IDX)
                           MOVE OPERATOR-ID TO WS-OP-ID (WS-OP-IDX)
                           MOVE OPERATOR-NAME
                               TO WS-OP-NAME (WS-OP-IDX)
                           MOVE OPERATOR-LEVEL
                               TO WS-OP-LEVEL (WS-OP-IDX)
      *                    REGISTOS ANTIGOS SEM BALCAO CONTAM COMO SEDE
                           IF OPERATOR-BRANCH IS NUMERIC
                               MOVE OPERATOR-BRANCH
                                   TO WS-OP-BRANCH (WS-OP-IDX)
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-OP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATORS.

      ******************************************************************
      *    LOCALIZAR O OPERADOR WS-LOOK-ID NA TABELA (WS-OP-FOUND);
      *    UM ID QUE NAO ESTA EM file/operators.txt ENTRA NO FIM, NA
      *    SEDE. WS-OP-FOUND = 0 QUANDO A TABELA ESTA CHEIA
      ******************************************************************
       FIND-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-OP-FOUND NOT = ZERO
               IF WS-OP-ID (WS-OP-IDX) = WS-LOOK-ID
                   MOVE WS-OP-IDX TO WS-OP-FOUND
               END-IF
           END-PERFORM
           IF WS-OP-FOUND NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-COUNT >= WS-OP-MAX
               MOVE 'S' TO WS-OP-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OP-FOUND
           INITIALIZE WS-OP-ENTRY (WS-OP-FOUND)
           MOVE WS-LOOK-ID TO WS-OP-ID (WS-OP-FOUND)
           MOVE '(OPERADOR DESCONHECIDO)' TO WS-OP-NAME (WS-OP-FOUND)
           MOVE SPACE TO WS-OP-LEVEL (WS-OP-FOUND).

      ******************************************************************
      *    PERCORRER O RAZAO: MOVIMENTOS DE OPERADOR NO PERIODO
      ******************************************************************
       SCAN-LEDGER.
           OPEN INPUT TRANSMST
           IF FS-TRANSMST = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TRANSMST NOT = '00'
               MOVE FS-TRANSMST TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TRANSMST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO OA-READ-COUNT
                       IF TRANSACTS-OPER NOT = ZERO
                          AND TRANSACTS-DATE >= OA-FROM
                          AND TRANSACTS-DATE <= OA-TO
                           PERFORM COUNT-OPERATOR-POSTING
                       END-IF
               END-READ
           END-PERFORM
      ******************************************************************
      *    ESTORNOS: LER O MOVIMENTO ORIGINAL E COMPARAR O OPERADOR
      ******************************************************************
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               MOVE WS-RV-LINK (WS-RV-IDX) TO TRANSACTS-SEQ
               READ TRANSMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-RV-OP (WS-RV-IDX) TO WS-OP-IDX
                       IF TRANSACTS-OPER = WS-OP-ID (WS-OP-IDX)
                           PERFORM ADD-SELF-REVERSAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSMST.

       COUNT-OPERATOR-POSTING.
           MOVE TRANSACTS-OPER TO WS-LOOK-ID
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OA-POST-COUNT
           ADD 1 TO WS-OP-POSTS (WS-OP-FOUND)
      *    NUMERARIO AO BALCAO
           IF TRANSACTS-TYPE = 'DEPOSIT'
               ADD 1 TO WS-OP-CASH-IN-N (WS-OP-FOUND)
               ADD TRANSACTS-AMOUNT TO WS-OP-CASH-IN (WS-OP-FOUND)
           END-IF
           IF TRANSACTS-TYPE = 'WITHDRAW'
               ADD 1 TO WS-OP-CASH-OUT-N (WS-OP-FOUND)
               SUBTRACT TRANSACTS-AMOUNT
                   FROM WS-OP-CASH-OUT (WS-OP-FOUND)
           END-IF
      *    CONTAGEM E TOTAL POR TIPO
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TY-COUNT
                      OR (WS-TY-OP (WS-TY-IDX) = WS-OP-FOUND
                          AND WS-TY-TYPE (WS-TY-IDX) = TRANSACTS-TYPE)
               CONTINUE
           END-PERFORM
           IF WS-TY-IDX > WS-TY-COUNT
               IF WS-TY-COUNT < WS-TY-MAX
                   ADD 1 TO WS-TY-COUNT
                   MOVE WS-TY-COUNT TO WS-TY-IDX
                   MOVE WS-OP-FOUND TO WS-TY-OP (WS-TY-IDX)
                   MOVE TRANSACTS-TYPE TO WS-TY-TYPE (WS-TY-IDX)
                   MOVE ZERO TO WS-TY-QTY (WS-TY-IDX)
                   MOVE ZERO TO WS-TY-AMOUNT (WS-TY-IDX)
               ELSE
                   MOVE 'S' TO WS-TY-OVERFLOW
               END-IF
           END-IF
           IF WS-TY-IDX <= WS-TY-COUNT
               ADD 1 TO WS-TY-QTY (WS-TY-IDX)
               ADD TRANSACTS-AMOUNT TO WS-TY-AMOUNT (WS-TY-IDX)
           END-IF
      *    ESTORNOS FEITOS, GUARDADOS PARA A COMPARACAO COM O ORIGINAL
           IF TRANSACTS-TYPE = 'REVERSAL'
               ADD 1 TO WS-OP-REVERSALS (WS-OP-FOUND)
               IF WS-RV-COUNT < WS-RV-MAX
                   ADD 1 TO WS-RV-COUNT
                   MOVE WS-OP-FOUND TO WS-RV-OP (WS-RV-COUNT)
                   MOVE TRANSACTS-SEQ TO WS-RV-SEQ (WS-RV-COUNT)
                   MOVE TRANSACTS-LINK-SEQ TO WS-RV-LINK (WS-RV-COUNT)
                   MOVE TRANSACTS-DATE TO WS-RV-DATE (WS-RV-COUNT)
                   MOVE TRANSACTS-TIME TO WS-RV-TIME (WS-RV-COUNT)
                   MOVE TRANSACTS-AMOUNT TO WS-RV-AMOUNT (WS-RV-COUNT)
               ELSE
                   MOVE 'S' TO WS-RV-OVERFLOW
               END-IF
           END-IF
      *    FORA DO HORARIO DO BALCAO
           DIVIDE TRANSACTS-TIME BY 100 GIVING WS-POST-HHMM
           IF WS-POST-HHMM < WS-OPEN-HHMM
              OR WS-POST-HHMM >= WS-CLOSE-HHMM
               ADD 1 TO WS-OP-OUTSIDE (WS-OP-FOUND)
               MOVE 'H' TO WS-NEW-EX-KIND
               PERFORM ADD-EXCEPTION
               IF WS-EX-IDX NOT = ZERO
                   MOVE TRANSACTS-DATE TO WS-EX-DATE (WS-EX-IDX)
                   MOVE TRANSACTS-TIME TO WS-EX-TIME (WS-EX-IDX)
                   MOVE TRANSACTS-SEQ TO WS-EX-SEQ (WS-EX-IDX)
                   MOVE TRANSACTS-TYPE TO WS-EX-TYPE (WS-EX-IDX)
                   MOVE TRANSACTS-AMOUNT TO WS-EX-AMOUNT (WS-EX-IDX)
               END-IF
           END-IF.

       ADD-SELF-REVERSAL.
           MOVE WS-OP-IDX TO WS-OP-FOUND
           ADD 1 TO WS-OP-SELFREV (WS-OP-FOUND)
           MOVE 'R' TO WS-NEW-EX-KIND
           PERFORM ADD-EXCEPTION
           IF WS-EX-IDX NOT = ZERO
               MOVE WS-RV-DATE (WS-RV-IDX) TO WS-EX-DATE (WS-EX-IDX)
               MOVE WS-RV-TIME (WS-RV-IDX) TO WS-EX-TIME (WS-EX-IDX)
               MOVE WS-RV-SEQ (WS-RV-IDX) TO WS-EX-SEQ (WS-EX-IDX)
               MOVE 'REVERSAL' TO WS-EX-TYPE (WS-EX-IDX)
               MOVE WS-RV-AMOUNT (WS-RV-IDX) TO WS-EX-AMOUNT (WS-EX-IDX)
               MOVE WS-RV-LINK (WS-RV-IDX) TO WS-EX-LINK (WS-EX-IDX)
           END-IF.

      ******************************************************************
      *    NOVA EXCECAO DO TIPO WS-NEW-EX-KIND PARA O OPERADOR
      *    WS-OP-FOUND (WS-EX-IDX = 0 QUANDO A TABELA ESTA CHEIA)
      ******************************************************************
       ADD-EXCEPTION.
           IF WS-EX-COUNT >= WS-EX-MAX
               MOVE 'S' TO WS-EX-OVERFLOW
               MOVE ZERO TO WS-EX-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-COUNT
           MOVE WS-EX-COUNT TO WS-EX-IDX
           INITIALIZE WS-EX-ENTRY (WS-EX-IDX)
           MOVE WS-OP-FOUND TO WS-EX-OP (WS-EX-IDX)
           MOVE WS-NEW-EX-KIND TO WS-EX-KIND (WS-EX-IDX).

      ******************************************************************
      *    OVERRIDES: PEDIDOS E CONCEDIDOS DO CAIXA, APROVADOS PELO
      *    SUPERVISOR
      ******************************************************************
       SCAN-OVERRIDE-LOG.
           OPEN INPUT OVERLOG
           IF FS-OVERLOG = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-OVERLOG NOT = '00'
               MOVE FS-OVERLOG TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ OVERLOG
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF OVL-DATE >= OA-LOG-FROM
                          AND OVL-DATE <= OA-LOG-TO
                           PERFORM COUNT-OVERRIDE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERLOG.

       COUNT-OVERRIDE.
           IF OVL-TELLER IS NUMERIC
               MOVE OVL-TELLER TO WS-LOOK-ID
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND NOT = ZERO
                   ADD 1 TO WS-OP-OVR-REQ (WS-OP-FOUND)
                   IF OVL-RESULT = 'OVERRIDE'
                       ADD 1 TO WS-OP-OVR-GRANT (WS-OP-FOUND)
                   END-IF
               END-IF
           END-IF
           IF OVL-SUPERVISOR IS NUMERIC AND OVL-RESULT = 'OVERRIDE'
               MOVE OVL-SUPERVISOR TO WS-LOOK-ID
               PERFORM FIND-OPERATOR
               IF WS-OP-FOUND NOT = ZERO
                   ADD 1 TO WS-OP-OVR-APPROVED (WS-OP-FOUND)
               END-IF
           END-IF.

      ******************************************************************
      *    SESSOES: TENTATIVAS FALHADAS ('FAI') E BLOQUEIOS ('LCK' -
      *    A TERCEIRA TENTATIVA FALHADA SEGUIDA)
      ******************************************************************
       SCAN-SIGNON-LOG.
           OPEN INPUT SIGNONLOG
           IF FS-SIGNONLOG = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-SIGNONLOG NOT = '00'
               MOVE FS-SIGNONLOG TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SIGNONLOG
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF SGL-OPER IS NUMERIC
                          AND SGL-DATE >= OA-LOG-FROM
                          AND SGL-DATE <= OA-LOG-TO
                           PERFORM COUNT-SIGNON-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNONLOG.

       COUNT-SIGNON-FAILURE.
           MOVE SGL-OPER TO WS-LOOK-ID
           PERFORM FIND-OPERATOR
           IF WS-OP-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-FAILS (WS-OP-FOUND)
           IF SGL-ACTION = 'LCK'
               ADD 1 TO WS-OP-LOCKS (WS-OP-FOUND)
               MOVE 'L' TO WS-NEW-EX-KIND
               PERFORM ADD-EXCEPTION
               IF WS-EX-IDX NOT = ZERO
                   IF SGL-DATE IS NUMERIC
                       MOVE SGL-DATE TO WS-EX-DATE (WS-EX-IDX)
                   END-IF
                   IF SGL-TIME IS NUMERIC
                       MOVE SGL-TIME TO WS-EX-TIME (WS-EX-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    ALTERACOES DE MANUTENCAO (MNTAUDIT)
      ******************************************************************
       SCAN-MAINT-AUDIT.
           OPEN INPUT MAINTAUDIT
           IF FS-MAINTAUDIT = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-MAINTAUDIT NOT = '00'
               MOVE FS-MAINTAUDIT TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ MAINTAUDIT
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF MNA-OPER IS NUMERIC
                          AND MNA-OPER NOT = ZERO
                          AND MNA-DATE >= OA-LOG-FROM
                          AND MNA-DATE <= OA-LOG-TO
                           MOVE MNA-OPER TO WS-LOOK-ID
                           PERFORM FIND-OPERATOR
                           IF WS-OP-FOUND NOT = ZERO
                               ADD 1 TO WS-OP-MAINT (WS-OP-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINTAUDIT.

      ******************************************************************
      *    ESCREVER O RELATORIO: UM BLOCO POR BALCAO (POR ORDEM DE
      *    CODIGO), COM OS OPERADORES QUE TIVERAM ATIVIDADE, AS
      *    EXCECOES E OS TOTAIS DO BALCAO
      ******************************************************************
       WRITE-ACTIVITY-REPORT.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM CHECK-OPERATOR-ACTIVE
               IF WS-OP-ACTIVE = 'S'
                   IF OA-ALL-BRANCHES = 'S'
                      OR WS-OP-BRANCH (WS-OP-IDX) = OA-BRANCH
                       MOVE WS-OP-BRANCH (WS-OP-IDX) TO WS-THIS-BRANCH
                       PERFORM ADD-BRANCH-ENTRY
                   END-IF
               END-IF
           END-PERFORM

           MOVE OA-FILENAME TO WS-RPT-NAME
           OPEN OUTPUT OPERRPT
           IF FS-OPERRPT NOT = '00'
               MOVE FS-OPERRPT TO OA-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BRANCHES-OPEN
           OPEN INPUT BRANCHES
           IF FS-BRANCHES = '00'
               MOVE 'S' TO WS-BRANCHES-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           IF WS-BR-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'SEM ATIVIDADE DE OPERADORES NO PERIODO'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 1 TO WS-BR-BEST
           PERFORM UNTIL WS-BR-BEST = ZERO
               MOVE ZERO TO WS-BR-BEST
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   IF WS-BR-PRINTED (WS-BR-IDX) = 'N'
                       IF WS-BR-BEST = ZERO
                           MOVE WS-BR-IDX TO WS-BR-BEST
                       ELSE
                           IF WS-BR-CODE (WS-BR-IDX)
                              < WS-BR-CODE (WS-BR-BEST)
                               MOVE WS-BR-IDX TO WS-BR-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BR-BEST NOT = ZERO
                   MOVE 'S' TO WS-BR-PRINTED (WS-BR-BEST)
                   MOVE WS-BR-CODE (WS-BR-BEST) TO WS-THIS-BRANCH
                   PERFORM WRITE-BRANCH-SECTION
               END-IF
           END-PERFORM
           PERFORM WRITE-GRAND-TOTALS

           IF WS-BRANCHES-OPEN = 'S'
               CLOSE BRANCHES
           END-IF
           CLOSE OPERRPT.

       CHECK-OPERATOR-ACTIVE.
           MOVE 'N' TO WS-OP-ACTIVE
           IF WS-OP-POSTS (WS-OP-IDX) NOT = ZERO
              OR WS-OP-OVR-REQ (WS-OP-IDX) NOT = ZERO
              OR WS-OP-OVR-APPROVED (WS-OP-IDX) NOT = ZERO
              OR WS-OP-FAILS (WS-OP-IDX) NOT = ZERO
              OR WS-OP-MAINT (WS-OP-IDX) NOT = ZERO
               MOVE 'S' TO WS-OP-ACTIVE
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
               MOVE 'N' TO WS-BR-PRINTED (WS-BR-COUNT)
           END-IF.

      ******************************************************************
      *    CABECALHO DO RELATORIO
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF OA-FROM = OA-TO
               STRING 'ATIVIDADE E EXCECOES POR OPERADOR - DIA '
                          DELIMITED SIZE
                      OA-FROM DELIMITED SIZE
                   INTO WS-PRINT-LINE
           ELSE
               STRING 'ATIVIDADE E EXCECOES POR OPERADOR - PERIODO '
                          DELIMITED SIZE
                      OA-FROM DELIMITED SIZE
                      ' A ' DELIMITED SIZE
                      OA-TO DELIMITED SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LOGS DE SESSAO/OVERRIDES/MANUTENCAO DE '
                      DELIMITED SIZE
                  OA-LOG-FROM DELIMITED SIZE
                  ' A ' DELIMITED SIZE
                  OA-LOG-TO DELIMITED SIZE
                  '; HORARIO DO BALCAO ' DELIMITED SIZE
                  WS-OPEN-HHMM DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-CLOSE-HHMM DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF OA-ALL-BRANCHES = 'S'
               MOVE 'BALCOES: TODOS' TO WS-PRINT-LINE
           ELSE
               STRING 'BALCAO: ' DELIMITED SIZE
                      OA-BRANCH DELIMITED SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    UM BALCAO: OS OPERADORES, AS EXCECOES E OS TOTAIS
      ******************************************************************
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO WS-BR-NAME
           IF WS-BRANCHES-OPEN = 'S'
               MOVE WS-THIS-BRANCH TO BRANCH-CODE
               READ BRANCHES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BR-NAME
               END-READ
           END-IF
           IF WS-BR-NAME = SPACES AND WS-THIS-BRANCH = ZERO
               MOVE 'SEDE' TO WS-BR-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALCAO ' DELIMITED SIZE
                  WS-THIS-BRANCH DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-BR-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE ZERO TO WS-BRT-OPERS
           MOVE ZERO TO WS-BRT-POSTS
           MOVE ZERO TO WS-BRT-CASH-IN
           MOVE ZERO TO WS-BRT-CASH-OUT
           MOVE ZERO TO WS-BRT-EXC
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-BRANCH (WS-OP-IDX) = WS-THIS-BRANCH
                   PERFORM CHECK-OPERATOR-ACTIVE
                   IF WS-OP-ACTIVE = 'S'
                       PERFORM WRITE-OPERATOR-BLOCK
                   END-IF
               END-IF
           END-PERFORM

      *    EXCECOES DO BALCAO: AUTO-ESTORNOS, FORA DE HORAS, BLOQUEIOS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE '  EXCECOES DO BALCAO:' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'OPER.' TO WS-PRINT-LINE (5:5)
           MOVE 'DATA' TO WS-PRINT-LINE (12:4)
           MOVE 'HORA' TO WS-PRINT-LINE (21:4)
           MOVE 'MOVIMENTO' TO WS-PRINT-LINE (28:9)
           MOVE 'TIPO' TO WS-PRINT-LINE (38:4)
           MOVE 'VALOR' TO WS-PRINT-LINE (53:5)
           MOVE 'OCORRENCIA' TO WS-PRINT-LINE (60:10)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 3
               EVALUATE WS-KIND-IDX
                   WHEN 1
                       MOVE 'R' TO WS-THIS-KIND
                   WHEN 2
                       MOVE 'H' TO WS-THIS-KIND
                   WHEN OTHER
                       MOVE 'L' TO WS-THIS-KIND
               END-EVALUATE
               PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                       UNTIL WS-EX-IDX > WS-EX-COUNT
                   MOVE WS-EX-OP (WS-EX-IDX) TO WS-OP-IDX
                   IF WS-EX-KIND (WS-EX-IDX) = WS-THIS-KIND
                      AND WS-OP-BRANCH (WS-OP-IDX) = WS-THIS-BRANCH
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-BRT-EXC = ZERO
               MOVE '    SEM EXCECOES' TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BRT-OPERS TO WS-SMALL-EDIT
           MOVE WS-BRT-POSTS TO WS-COUNT-EDIT
           STRING '  TOTAL DO BALCAO: OPERADORES ' DELIMITED SIZE
                  WS-SMALL-EDIT DELIMITED SIZE
                  '  MOVIMENTOS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-BRT-EXC TO WS-SMALL-EDIT
           MOVE 'EXCECOES' TO WS-PRINT-LINE (71:8)
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (80:5)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BRT-CASH-IN TO WS-TOTAL-EDIT
           STRING '  NUMERARIO ENTRADO ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
                  '  SAIDO ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-BRT-CASH-OUT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (45:15)
           PERFORM WRITE-REPORT-LINE
           ADD WS-BRT-OPERS TO OA-OPER-COUNT
           ADD WS-BRT-EXC TO OA-EXC-COUNT
           ADD WS-BRT-POSTS TO WS-GT-POSTS
           ADD WS-BRT-CASH-IN TO WS-GT-CASH-IN
           ADD WS-BRT-CASH-OUT TO WS-GT-CASH-OUT.

      ******************************************************************
      *    UM OPERADOR: MOVIMENTOS, NUMERARIO, TIPOS, OVERRIDES,
      *    ESTORNOS, SESSOES E MANUTENCOES
      ******************************************************************
       WRITE-OPERATOR-BLOCK.
           ADD 1 TO WS-BRT-OPERS
           ADD WS-OP-POSTS (WS-OP-IDX) TO WS-BRT-POSTS
           ADD WS-OP-CASH-IN (WS-OP-IDX) TO WS-BRT-CASH-IN
           ADD WS-OP-CASH-OUT (WS-OP-IDX) TO WS-BRT-CASH-OUT
           EVALUATE WS-OP-LEVEL (WS-OP-IDX)
               WHEN 'S'
                   MOVE 'SUPERVISOR' TO WS-LEVEL-DESC
               WHEN 'T'
                   MOVE 'CAIXA' TO WS-LEVEL-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-LEVEL-DESC
           END-EVALUATE

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  OPERADOR ' DELIMITED SIZE
                  WS-OP-ID (WS-OP-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-OP-NAME (WS-OP-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LEVEL-DESC DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OP-POSTS (WS-OP-IDX) TO WS-COUNT-EDIT
           STRING '    MOVIMENTOS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '   NUMERARIO: ENTRADAS ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-OP-CASH-IN-N (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (48:5)
           MOVE WS-OP-CASH-IN (WS-OP-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (54:15)
           MOVE 'SAIDAS' TO WS-PRINT-LINE (71:6)
           MOVE WS-OP-CASH-OUT-N (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (78:5)
           MOVE WS-OP-CASH-OUT (WS-OP-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (84:15)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                   UNTIL WS-TY-IDX > WS-TY-COUNT
               IF WS-TY-OP (WS-TY-IDX) = WS-OP-IDX
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-TY-TYPE (WS-TY-IDX) TO WS-PRINT-LINE (7:8)
                   MOVE WS-TY-QTY (WS-TY-IDX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (17:7)
                   MOVE WS-TY-AMOUNT (WS-TY-IDX) TO WS-TOTAL-EDIT
                   MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (26:15)
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           MOVE '    OVERRIDES PEDIDOS' TO WS-PRINT-LINE (1:21)
           MOVE WS-OP-OVR-REQ (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (23:5)
           MOVE 'CONCEDIDOS' TO WS-PRINT-LINE (30:10)
           MOVE WS-OP-OVR-GRANT (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (41:5)
           MOVE 'APROVADOS COMO SUPERVISOR' TO WS-PRINT-LINE (48:25)
           MOVE WS-OP-OVR-APPROVED (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (74:5)
           MOVE 'ESTORNOS' TO WS-PRINT-LINE (81:8)
           MOVE WS-OP-REVERSALS (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (90:5)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE '    SESSOES FALHADAS' TO WS-PRINT-LINE (1:20)
           MOVE WS-OP-FAILS (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (23:5)
           MOVE 'BLOQUEIOS' TO WS-PRINT-LINE (30:9)
           MOVE WS-OP-LOCKS (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (41:5)
           MOVE 'FORA DE HORAS' TO WS-PRINT-LINE (48:13)
           MOVE WS-OP-OUTSIDE (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (62:5)
           MOVE 'AUTO-ESTORNOS' TO WS-PRINT-LINE (68:13)
           MOVE WS-OP-SELFREV (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (81:5)
           MOVE 'MANUTENCOES' TO WS-PRINT-LINE (88:11)
           MOVE WS-OP-MAINT (WS-OP-IDX) TO WS-SMALL-EDIT
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (100:5)
           PERFORM WRITE-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-BRT-EXC
           EVALUATE WS-EX-KIND (WS-EX-IDX)
               WHEN 'R'
                   MOVE SPACES TO WS-EXC-DESC
                   STRING 'ESTORNO DO PROPRIO MOVIMENTO '
                              DELIMITED SIZE
                          WS-EX-LINK (WS-EX-IDX) DELIMITED SIZE
                       INTO WS-EXC-DESC
               WHEN 'H'
                   MOVE 'MOVIMENTO FORA DO HORARIO DO BALCAO'
                       TO WS-EXC-DESC
               WHEN OTHER
                   MOVE 'SESSAO BLOQUEADA (3 TENTATIVAS ERRADAS)'
                       TO WS-EXC-DESC
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OP-ID (WS-OP-IDX) TO WS-PRINT-LINE (4:6)
           MOVE WS-EX-DATE (WS-EX-IDX) TO WS-PRINT-LINE (11:8)
           MOVE WS-EX-TIME (WS-EX-IDX) TO WS-PRINT-LINE (20:6)
           IF WS-EX-KIND (WS-EX-IDX) NOT = 'L'
               MOVE WS-EX-SEQ (WS-EX-IDX) TO WS-PRINT-LINE (28:9)
               MOVE WS-EX-TYPE (WS-EX-IDX) TO WS-PRINT-LINE (38:8)
               MOVE WS-EX-AMOUNT (WS-EX-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (47:13)
           END-IF
           MOVE WS-EXC-DESC TO WS-PRINT-LINE (61:40)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    TOTAIS GERAIS E AVISOS DE TABELAS CHEIAS
      ******************************************************************
       WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE OA-OPER-COUNT TO WS-SMALL-EDIT
           MOVE WS-GT-POSTS TO WS-COUNT-EDIT
           STRING 'TOTAL GERAL: OPERADORES ' DELIMITED SIZE
                  WS-SMALL-EDIT DELIMITED SIZE
                  '  MOVIMENTOS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE OA-EXC-COUNT TO WS-SMALL-EDIT
           MOVE 'EXCECOES' TO WS-PRINT-LINE (71:8)
           MOVE WS-SMALL-EDIT TO WS-PRINT-LINE (80:5)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-GT-CASH-IN TO WS-TOTAL-EDIT
           STRING 'NUMERARIO ENTRADO ' DELIMITED SIZE
                  WS-TOTAL-EDIT DELIMITED SIZE
                  '  SAIDO ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-GT-CASH-OUT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE (43:15)
           PERFORM WRITE-REPORT-LINE
           IF WS-OP-OVERFLOW = 'S' OR WS-TY-OVERFLOW = 'S'
              OR WS-RV-OVERFLOW = 'S' OR WS-EX-OVERFLOW = 'S'
               MOVE 'ATENCAO: RELATORIO INCOMPLETO - TABELA CHEIA'
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO OPERRPT-REC
           WRITE OPERRPT-REC
           IF FS-OPERRPT NOT = '00'
               MOVE FS-OPERRPT TO OA-STATUS
           END-IF.
