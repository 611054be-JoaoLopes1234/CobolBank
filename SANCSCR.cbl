       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCR.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    FILTRAGEM DE NOMES CONTRA A LISTA DE SANCOES
      *    (file/watchlist.txt - VER WATCHLST.cpy). CHAMADO PELO
      *    ADDCLIE, UPDCLIE, CLIELOAD, BENEFMNT, PAYOUTRN E SANCSCAN,
      *    COMO O CLISTAT PARA O ESTADO DO CLIENTE. VER SANCPRM.cpy.
      *    OS NOMES SAO NORMALIZADOS ANTES DE COMPARAR: MAIUSCULAS,
      *    PONTUACAO TROCADA POR ESPACOS E SEPARACAO EM PALAVRAS. HA
      *    POSSIVEL COINCIDENCIA QUANDO:
      *      - O NOME SEM ESPACOS E IGUAL AO DA LISTA SEM ESPACOS
      *        ("MC DONALD" = "MCDONALD"), OU
      *      - TODAS AS PALAVRAS DO NOME DA LISTA (PELO MENOS DUAS)
      *        APARECEM NO NOME, EM QUALQUER ORDEM ("SILVA, JOSE" E
      *        "JOSE M SILVA" BATEM COM "JOSE SILVA").
      *    A LISTA E LIDA PARA MEMORIA NA PRIMEIRA CHAMADA. CADA
      *    COINCIDENCIA NOVA ABRE UM ITEM NA FILA DE REVISAO
      *    (file/sancreview.txt - VER SANCREV.cpy); O CHAMADOR RETEM
      *    O SUJEITO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLIST ASSIGN 'file/watchlist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ID
               FILE STATUS IS FS-WATCHLIST.
           SELECT SANCREV ASSIGN 'file/sancreview.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRV-SEQ
               FILE STATUS IS FS-SANCREV.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST.
           COPY 'WATCHLST.cpy'.

       FD SANCREV.
           COPY 'SANCREV.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-LIST-LOADED                PIC X(1) VALUE 'N'.
      *    LISTA NORMALIZADA EM MEMORIA (O WLLOAD RECUSA LISTAS MAIORES)
       01 WS-WL-MAX                     PIC 9(4) VALUE 5000.
       01 WS-WL-COUNT                   PIC 9(4) VALUE 0.
       01 WS-WL-TABLE.
           05 WS-WL-ENTRY OCCURS 5000 TIMES.
               10 WS-WLT-ID             PIC X(10).
               10 WS-WLT-NAME           PIC X(40).
               10 WS-WLT-SQUEEZED       PIC X(40).
               10 WS-WLT-WCOUNT         PIC 9(2).
               10 WS-WLT-WORD           PIC X(20) OCCURS 8 TIMES.
      *    NOME A NORMALIZAR E RESULTADO DA NORMALIZACAO
       01 WS-NORM-TEXT                  PIC X(40).
       01 WS-NORM-SQUEEZED              PIC X(40).
       01 WS-NORM-WCOUNT                PIC 9(2).
       01 WS-NORM-WORDS.
           05 WS-NORM-WORD              PIC X(20) OCCURS 8 TIMES.
       01 WS-NORM-SQ-LEN                PIC 9(2).
       01 WS-NORM-WLEN                  PIC 9(2).
       01 WS-IN-WORD                    PIC X(1).
      *    NOME FILTRADO, NORMALIZADO
       01 WS-NAME-SQUEEZED              PIC X(40).
       01 WS-NAME-WCOUNT                PIC 9(2).
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD              PIC X(20) OCCURS 8 TIMES.
       01 WS-I                          PIC 9(4).
       01 WS-J                          PIC 9(2).
       01 WS-K                          PIC 9(2).
       01 WS-E                          PIC 9(4).
       01 WS-HIT                        PIC X(1).
       01 WS-WORD-FOUND                 PIC X(1).
       01 WS-DONE                       PIC X(1).
      *    ITEM JA EXISTENTE NA FILA PARA O SUJEITO E A ENTRADA
       01 WS-EXISTING-STATUS            PIC X(1).
       01 WS-OPEN-PREV-STATUS           PIC X(1).
       01 WS-NEXT-REVIEW-SEQ            PIC 9(9).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-WATCHLIST                  PIC X(2).
       01 FS-SANCREV                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       LINKAGE SECTION.
           COPY 'SANCPRM.cpy'.

       PROCEDURE DIVISION USING SANCSCR-PARM.

           MOVE '00' TO SC-STATUS
           MOVE 'N' TO SC-RESULT
           MOVE 'N' TO SC-NEW-REVIEW
           MOVE SPACES TO SC-WL-ID
           MOVE SPACES TO SC-WL-NAME
           MOVE ZERO TO SC-REVIEW-SEQ

           IF SC-FUNC = 'O'
               PERFORM CHECK-OPEN-REVIEW
               EXIT PROGRAM
           END-IF

           IF WS-LIST-LOADED NOT = 'S'
               PERFORM LOAD-WATCHLIST
               IF SC-STATUS NOT = '00'
                   EXIT PROGRAM
               END-IF
           END-IF

           MOVE SC-NAME TO WS-NORM-TEXT
           PERFORM NORMALIZE-NAME
           MOVE WS-NORM-SQUEEZED TO WS-NAME-SQUEEZED
           MOVE WS-NORM-WCOUNT TO WS-NAME-WCOUNT
           MOVE WS-NORM-WORDS TO WS-NAME-WORDS
           IF WS-NAME-WCOUNT = 0
               EXIT PROGRAM
           END-IF

      ******************************************************************
      *    PERCORRER A LISTA; A PRIMEIRA COINCIDENCIA AINDA NAO
      *    LIBERTADA PARA ESTE SUJEITO DECIDE O RESULTADO
      ******************************************************************
           MOVE 'N' TO WS-DONE
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-WL-COUNT OR WS-DONE = 'S'
               PERFORM TEST-ONE-ENTRY
               IF WS-HIT = 'S'
                   PERFORM RESOLVE-HIT
                   IF SC-STATUS NOT = '00'
                       EXIT PROGRAM
                   END-IF
               END-IF
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    LER A LISTA PARA MEMORIA, JA NORMALIZADA. SEM LISTA NAO HA
      *    NADA CONTRA QUE FILTRAR.
      ******************************************************************
       LOAD-WATCHLIST.
           MOVE ZERO TO WS-WL-COUNT
           MOVE 'S' TO WS-LIST-LOADED
           OPEN INPUT WATCHLIST
           IF FS-WATCHLIST = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-WATCHLIST NOT = '00'
               MOVE FS-WATCHLIST TO SC-STATUS
               MOVE 'N' TO WS-LIST-LOADED
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ WATCHLIST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF WS-WL-COUNT < WS-WL-MAX
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-ID TO WS-WLT-ID (WS-WL-COUNT)
                           MOVE WL-NAME TO WS-WLT-NAME (WS-WL-COUNT)
                           MOVE WL-NAME TO WS-NORM-TEXT
                           PERFORM NORMALIZE-NAME
                           MOVE WS-NORM-SQUEEZED
                               TO WS-WLT-SQUEEZED (WS-WL-COUNT)
                           MOVE WS-NORM-WCOUNT
                               TO WS-WLT-WCOUNT (WS-WL-COUNT)
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > 8
                               MOVE WS-NORM-WORD (WS-J)
                                   TO WS-WLT-WORD (WS-WL-COUNT, WS-J)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHLIST.

      ******************************************************************
      *    NORMALIZAR WS-NORM-TEXT: MAIUSCULAS, PONTUACAO PASSA A
      *    ESPACO, PALAVRAS SEPARADAS (ATE 8, DE ATE 20 LETRAS) E O
      *    NOME TODO SEM ESPACOS
      ******************************************************************
       NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE (WS-NORM-TEXT) TO WS-NORM-TEXT
           INSPECT WS-NORM-TEXT CONVERTING '.,;:-/''"()' TO
                                           '          '
           MOVE SPACES TO WS-NORM-SQUEEZED
           MOVE SPACES TO WS-NORM-WORDS
           MOVE ZERO TO WS-NORM-WCOUNT
           MOVE ZERO TO WS-NORM-SQ-LEN
           MOVE ZERO TO WS-NORM-WLEN
           MOVE 'N' TO WS-IN-WORD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
               IF WS-NORM-TEXT (WS-I:1) = SPACE
                   MOVE 'N' TO WS-IN-WORD
               ELSE
                   IF WS-IN-WORD NOT = 'S'
                       MOVE 'S' TO WS-IN-WORD
                       MOVE ZERO TO WS-NORM-WLEN
                       IF WS-NORM-WCOUNT < 8
                           ADD 1 TO WS-NORM-WCOUNT
                       END-IF
                   END-IF
                   ADD 1 TO WS-NORM-SQ-LEN
                   MOVE WS-NORM-TEXT (WS-I:1)
                       TO WS-NORM-SQUEEZED (WS-NORM-SQ-LEN:1)
                   ADD 1 TO WS-NORM-WLEN
                   IF WS-NORM-WLEN <= 20
                       MOVE WS-NORM-TEXT (WS-I:1)
                           TO WS-NORM-WORD (WS-NORM-WCOUNT)
                                           (WS-NORM-WLEN:1)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    O NOME BATE COM A ENTRADA WS-E DA LISTA?
      ******************************************************************
       TEST-ONE-ENTRY.
           MOVE 'N' TO WS-HIT
           IF WS-WLT-WCOUNT (WS-E) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-SQUEEZED = WS-WLT-SQUEEZED (WS-E)
               MOVE 'S' TO WS-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-WLT-WCOUNT (WS-E) < 2
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-HIT
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-WLT-WCOUNT (WS-E) OR WS-HIT = 'N'
               MOVE 'N' TO WS-WORD-FOUND
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NAME-WCOUNT
                   IF WS-NAME-WORD (WS-K) = WS-WLT-WORD (WS-E, WS-J)
                       MOVE 'S' TO WS-WORD-FOUND
                   END-IF
               END-PERFORM
               IF WS-WORD-FOUND = 'N'
                   MOVE 'N' TO WS-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    COINCIDENCIA COM A ENTRADA WS-E: SE JA FOI LIBERTADA PARA
      *    ESTE SUJEITO PASSA-SE A ENTRADA SEGUINTE; SE HA UM ITEM
      *    ABERTO OU CONFIRMADO E ESSE O RESULTADO; SENAO ABRE-SE UM
      *    ITEM NOVO
      ******************************************************************
       RESOLVE-HIT.
           PERFORM OPEN-REVIEW-QUEUE
           IF SC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-EXISTING-STATUS
           MOVE SPACE TO WS-OPEN-PREV-STATUS
           MOVE ZERO TO WS-NEXT-REVIEW-SEQ
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SANCREV NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE SRV-SEQ TO WS-NEXT-REVIEW-SEQ
                       IF SRV-KIND = SC-KIND
                          AND SRV-ID-USER = SC-ID-USER
                          AND SRV-REF = SC-REF
                          AND SRV-WL-ID = WS-WLT-ID (WS-E)
                           MOVE SRV-STATUS TO WS-EXISTING-STATUS
                           MOVE SRV-SEQ TO SC-REVIEW-SEQ
                       END-IF
                       IF SRV-KIND = SC-KIND
                          AND SRV-ID-USER = SC-ID-USER
                          AND SRV-REF = SC-REF
                          AND SRV-STATUS = 'O'
                           MOVE SRV-PREV-STATUS TO WS-OPEN-PREV-STATUS
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE WS-EXISTING-STATUS
               WHEN 'L'
                   MOVE ZERO TO SC-REVIEW-SEQ
               WHEN 'O'
                   MOVE 'R' TO SC-RESULT
                   MOVE 'S' TO WS-DONE
               WHEN 'C'
                   MOVE 'C' TO SC-RESULT
                   MOVE 'S' TO WS-DONE
               WHEN OTHER
                   PERFORM RAISE-REVIEW-ITEM
                   MOVE 'R' TO SC-RESULT
                   MOVE 'S' TO SC-NEW-REVIEW
                   MOVE 'S' TO WS-DONE
           END-EVALUATE

           IF WS-DONE = 'S'
               MOVE WS-WLT-ID (WS-E) TO SC-WL-ID
               MOVE WS-WLT-NAME (WS-E) TO SC-WL-NAME
           END-IF
           CLOSE SANCREV.

      ******************************************************************
      *    ABRIR UM ITEM NOVO NA FILA DE REVISAO
      ******************************************************************
       RAISE-REVIEW-ITEM.
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               MOVE RC-STATUS TO SC-STATUS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NEXT-REVIEW-SEQ
           MOVE WS-NEXT-REVIEW-SEQ TO SRV-SEQ
           MOVE SC-KIND TO SRV-KIND
           MOVE SC-ID-USER TO SRV-ID-USER
           MOVE SC-REF TO SRV-REF
           MOVE SC-NAME TO SRV-NAME
           MOVE WS-WLT-ID (WS-E) TO SRV-WL-ID
           MOVE WS-WLT-NAME (WS-E) TO SRV-WL-NAME
      *    O SUJEITO JA RETIDO POR OUTRO ITEM ABERTO GUARDA O ESTADO
      *    DE ANTES DESSA RETENCAO, NAO O PROPRIO ESTADO DE RETIDO
           IF WS-OPEN-PREV-STATUS NOT = SPACE
               MOVE WS-OPEN-PREV-STATUS TO SRV-PREV-STATUS
           ELSE
               MOVE SC-PREV-STATUS TO SRV-PREV-STATUS
           END-IF
           MOVE SC-ORIGIN TO SRV-ORIGIN
           MOVE RC-BUSDATE TO SRV-RAISED-DATE
           MOVE SC-OPER TO SRV-RAISED-BY
           MOVE 'O' TO SRV-STATUS
           MOVE ZERO TO SRV-DECIDED-DATE
           MOVE ZERO TO SRV-DECIDED-BY
           WRITE SANCREV-REC
           IF FS-SANCREV NOT = '00'
               MOVE FS-SANCREV TO SC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SRV-SEQ TO SC-REVIEW-SEQ.

      ******************************************************************
      *    A FILA E CRIADA NA PRIMEIRA COINCIDENCIA
      ******************************************************************
       OPEN-REVIEW-QUEUE.
           OPEN I-O SANCREV
           IF FS-SANCREV = '35'
               OPEN OUTPUT SANCREV
               IF FS-SANCREV NOT = '00'
                   MOVE FS-SANCREV TO SC-STATUS
                   EXIT PARAGRAPH
               END-IF
               CLOSE SANCREV
               OPEN I-O SANCREV
           END-IF
           IF FS-SANCREV NOT = '00'
               MOVE FS-SANCREV TO SC-STATUS
           END-IF.

      ******************************************************************
      *    O SUJEITO TEM UM ITEM ABERTO ('R') OU UMA COINCIDENCIA
      *    CONFIRMADA ('C')?
      ******************************************************************
       CHECK-OPEN-REVIEW.
           OPEN INPUT SANCREV
           IF FS-SANCREV = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-SANCREV NOT = '00'
               MOVE FS-SANCREV TO SC-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ SANCREV NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF SRV-KIND = SC-KIND
                          AND SRV-ID-USER = SC-ID-USER
                          AND SRV-REF = SC-REF
                           IF SRV-STATUS = 'O'
                               MOVE 'R' TO SC-RESULT
                               MOVE SRV-SEQ TO SC-REVIEW-SEQ
                               MOVE SRV-WL-ID TO SC-WL-ID
                               MOVE SRV-WL-NAME TO SC-WL-NAME
                           END-IF
                           IF SRV-STATUS = 'C' AND SC-RESULT = 'N'
                               MOVE 'C' TO SC-RESULT
                               MOVE SRV-SEQ TO SC-REVIEW-SEQ
                               MOVE SRV-WL-ID TO SC-WL-ID
                               MOVE SRV-WL-NAME TO SC-WL-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCREV.
