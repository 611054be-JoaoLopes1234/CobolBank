       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERINQ.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    RELATORIO A PEDIDO DE ATIVIDADE E EXCECOES POR OPERADOR
      *    PARA UM PERIODO, PARA A REVISAO A QUATRO OLHOS DOS
      *    GERENTES DE BALCAO E PARA A AUDITORIA INTERNA. SO PARA
      *    SUPERVISORES (O MAINPROG JA O GARANTE). POR OMISSAO LISTA O
      *    BALCAO DO PROPRIO SUPERVISOR; 999 LISTA TODOS. O TRABALHO E
      *    FEITO PELO OPERACT, O MESMO DO RELATORIO DIARIO DO CICLO
      *    (OPERRPT); AQUI O PERIODO VALE TANTO PARA OS MOVIMENTOS
      *    COMO PARA OS LOGS. A SAIDA FICA EM
      *    file/oper_range_AAAAMMDD_AAAAMMDD.txt.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-FROM-DATE                  PIC 9(8).
       01 WS-TO-DATE                    PIC 9(8).
       01 WS-BRANCH-INPUT               PIC X(3).
       01 WS-OPER-NAME                  PIC X(40).
      *    BLOCO DE PARAMETROS DO RELATORIO DE ATIVIDADE POR OPERADOR
           COPY 'OPACTPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.
           DISPLAY 'Relatorio de atividade e excecoes por operador'
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem pedir este "
                       "relatorio!"
               EXIT PROGRAM
           END-IF

           DISPLAY "Data inicial (AAAAMMDD)?"
           ACCEPT WS-FROM-DATE
           DISPLAY "Data final (AAAAMMDD)?"
           ACCEPT WS-TO-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = 0
               DISPLAY "Data invalida!"
               EXIT PROGRAM
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "A data inicial e posterior a data final!"
               EXIT PROGRAM
           END-IF

           DISPLAY "Balcao (Enter = o seu, " OPER-SESS-BRANCH
                   "; 999 = todos)?"
           MOVE SPACES TO WS-BRANCH-INPUT
           ACCEPT WS-BRANCH-INPUT
           MOVE 'N' TO OA-ALL-BRANCHES
           EVALUATE TRUE
               WHEN WS-BRANCH-INPUT = SPACES
                   MOVE OPER-SESS-BRANCH TO OA-BRANCH
               WHEN FUNCTION TRIM (WS-BRANCH-INPUT) = '999'
                   MOVE 'S' TO OA-ALL-BRANCHES
                   MOVE ZERO TO OA-BRANCH
               WHEN FUNCTION TEST-NUMVAL (WS-BRANCH-INPUT) = 0
                   MOVE FUNCTION NUMVAL (WS-BRANCH-INPUT) TO OA-BRANCH
               WHEN OTHER
                   DISPLAY "Balcao invalido!"
                   EXIT PROGRAM
           END-EVALUATE

           MOVE WS-FROM-DATE TO OA-FROM
           MOVE WS-TO-DATE TO OA-TO
           MOVE WS-FROM-DATE TO OA-LOG-FROM
           MOVE WS-TO-DATE TO OA-LOG-TO
           MOVE SPACES TO WS-OPER-NAME
           STRING 'file/oper_range_' DELIMITED SIZE
                  WS-FROM-DATE DELIMITED SIZE
                  '_' DELIMITED SIZE
                  WS-TO-DATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-OPER-NAME
           MOVE WS-OPER-NAME TO OA-FILENAME

           DISPLAY "A preparar o relatorio..."
           CALL 'OPERACT' USING OPERACT-PARM
           IF OA-STATUS NOT = '00'
               DISPLAY "Erro no relatorio de atividade por operador: "
                       OA-STATUS
               EXIT PROGRAM
           END-IF

           DISPLAY OA-OPER-COUNT " operador(es) com atividade, "
                   OA-EXC-COUNT " excecao(oes)"
           DISPLAY "Relatorio emitido em " WS-OPER-NAME

           EXIT PROGRAM.
