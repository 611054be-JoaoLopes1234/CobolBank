      *    file/stord_report_AAAAMMDD.txt (CATALOGADA NO SPOOL - VER
      *    SPOOLREG). EM MESES
      *    MAIS CURTOS, AS ORDENS DE DIAS QUE NAO EXISTEM EXECUTAM
      *    NO ULTIMO DIA DO MES. AS ORDENS QUE VENCEM NUM FIM DE
      *    SEMANA OU FERIADO EXECUTAM NO DIA UTIL SEGUINTE OU NO
      *    ANTERIOR, CONFORME A CONVENCAO DO CALENDARIO (BUSCAL).
      *    AS ORDENS ENTRE CONTAS DE MOEDAS DIFERENTES SAO SALTADAS
      *    (O VALOR DA ORDEM NAO TEM MOEDA PROPRIA).
      *****************************************************************

       ENVIRONMENT DIVISION.
       01 WS-TODAY                      PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-STORDRPT-NAME              PIC X(40).
      *    JANELA DE VENCIMENTOS A APANHAR HOJE (VER BUSCAL)
       01 WS-WINDOW-FROM-INT            PIC 9(8).
       01 WS-WINDOW-TO-INT              PIC 9(8).
       01 WS-SCAN-INT                   PIC 9(8).
       01 WS-SCAN-DATE                  PIC 9(8).
       01 WS-SCAN-DAY                   PIC 9(2).
       01 WS-SCAN-NEXT                  PIC 9(8).
       01 WS-LAST-DAY-FLAG              PIC X(1).
       01 WS-ORDER-DUE                  PIC X(1).
       01 WS-EXEC-COUNT                 PIC 9(4) VALUE 0.
       01 WS-SKIP-COUNT                 PIC 9(4) VALUE 0.
       01 WS-EXEC-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-SKIP-REASON                PIC X(40).
       01 WS-DEB-NEW-AMOUNT             PIC S9(7)V99.
       01 WS-CRD-NEW-AMOUNT             PIC S9(7)V99.
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-DEB-SEQ                    PIC 9(9).
       01 WS-CRD-SEQ                    PIC 9(9).
       01 WS-HOME-CUR                   PIC X(3).
       01 WS-SRC-CURRENCY               PIC X(3).
       01 WS-DST-CURRENCY               PIC X(3).
       01 WS-REPORT-LINE                PIC X(80).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS (SO PARA A MOEDA NACIONAL)
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-TODAY
      ******************************************************************
      *    DIAS DE CALENDARIO CUJAS ORDENS SE EXECUTAM HOJE: OS FINS
      *    DE SEMANA E FERIADOS ENTRE DOIS DIAS UTEIS FICAM COM O DIA
      *    UTIL SEGUINTE OU COM O ANTERIOR, CONFORME A CONVENCAO
      ******************************************************************
           MOVE 'W' TO BC-FUNC
           MOVE WS-TODAY TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-WINDOW-FROM-INT =
               FUNCTION INTEGER-OF-DATE (BC-WINDOW-FROM)
           COMPUTE WS-WINDOW-TO-INT =
               FUNCTION INTEGER-OF-DATE (BC-WINDOW-TO)
      *    A MOEDA NACIONAL, PARA AS CONTAS COM A MOEDA EM BRANCO
           MOVE 'R' TO FC-FUNC
           MOVE ZERO TO FC-DATE
           MOVE SPACES TO FC-FROM-CUR
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro nos cambios: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-HOME-CUR TO WS-HOME-CUR

      ******************************************************************
      *    CADA NOITE ESCREVE A SUA GERACAO DATADA DO RELATORIO
               STOP RUN
           END-IF

           COMPUTE RC-READ-COUNT = WS-EXEC-COUNT + WS-SKIP-COUNT
           MOVE WS-EXEC-COUNT TO RC-POSTED-COUNT
           MOVE WS-SKIP-COUNT TO RC-REJECT-COUNT
           MOVE WS-EXEC-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "STORDRUN: " WS-EXEC-COUNT " ordem(ns) executada(s)"
           END-IF.

      ******************************************************************
      *    UMA ORDEM E DEVIDA HOJE SE ESTIVER ATIVA E O SEU DIA CAIR
      *    NUM DOS DIAS DA JANELA (OU SE UM DESSES DIAS FOR O ULTIMO
      *    DO MES E O DIA DA ORDEM JA NAO EXISTIR NESSE MES). A JANELA
      *    NUNCA CHEGA A UM MES, PELO QUE CADA ORDEM EXECUTA UMA VEZ.
      ******************************************************************
       CHECK-ORDER-DUE.
           MOVE 'N' TO WS-ORDER-DUE
           IF STORD-ACTIVE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-INT FROM WS-WINDOW-FROM-INT BY 1
                   UNTIL WS-SCAN-INT > WS-WINDOW-TO-INT
                      OR WS-ORDER-DUE = 'S'
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               MOVE WS-SCAN-DATE (7:2) TO WS-SCAN-DAY
               COMPUTE WS-SCAN-NEXT =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT + 1)
               MOVE 'N' TO WS-LAST-DAY-FLAG
               IF WS-SCAN-NEXT (5:2) NOT = WS-SCAN-DATE (5:2)
                   MOVE 'S' TO WS-LAST-DAY-FLAG
               END-IF
               IF STORD-DAY = WS-SCAN-DAY
                   MOVE 'S' TO WS-ORDER-DUE
               ELSE
                   IF WS-LAST-DAY-FLAG = 'S'
                      AND STORD-DAY > WS-SCAN-DAY
                       MOVE 'S' TO WS-ORDER-DUE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    EXECUTAR UMA ORDEM: MESMAS REGRAS DE ESTADO E DESCOBERTO
               INVALID KEY
                   MOVE 'CONTA DE ORIGEM INEXISTENTE' TO WS-SKIP-REASON
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-SRC-CURRENCY
                   IF ACCOUNTS-STATUS NOT = 'A'
                       MOVE 'CONTA DE ORIGEM NAO ATIVA'
                           TO WS-SKIP-REASON
                   MOVE 'CONTA DE DESTINO INEXISTENTE'
                       TO WS-SKIP-REASON
               NOT INVALID KEY
                   MOVE ACCOUNTS-CURRENCY TO WS-DST-CURRENCY
                   IF ACCOUNTS-STATUS NOT = 'A'
                       MOVE 'CONTA DE DESTINO NAO ATIVA'
                           TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-ORDER
               EXIT PARAGRAPH
           END-IF
      *    AS DUAS CONTAS TEM DE ESTAR NA MESMA MOEDA (EM BRANCO = A
      *    NACIONAL)
           IF WS-SRC-CURRENCY = SPACES
               MOVE WS-HOME-CUR TO WS-SRC-CURRENCY
           END-IF
           IF WS-DST-CURRENCY = SPACES
               MOVE WS-HOME-CUR TO WS-DST-CURRENCY
           END-IF
           IF WS-SRC-CURRENCY NOT = WS-DST-CURRENCY
               MOVE 'CONTAS EM MOEDAS DIFERENTES' TO WS-SKIP-REASON
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM REPORT-SKIPPED-ORDER
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    MOVIMENTAR OS DOIS SALDOS
      ******************************************************************
           END-IF

           ADD 1 TO WS-EXEC-COUNT
           ADD STORD-AMOUNT TO WS-EXEC-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ORDEM ' DELIMITED SIZE
                  STORD-SEQ DELIMITED SIZE
