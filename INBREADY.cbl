       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBREADY.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    VERIFICACAO ANTES DO CICLO DE FIM-DE-DIA: OS FICHEIROS DE
      *    ENTRADA DAS CONTRAPARTES TEM DE ESTAR TODOS NO SITIO ANTES
      *    DE O EODCYCLE COMECAR. CADA FICHEIRO ESPERADO TEM DE
      *    EXISTIR, NAO PODE ESTAR VAZIO E TEM DE COMECAR PELO
      *    CABECALHO DA DATA DE NEGOCIO CORRENTE (VER INBCTL.cpy) - UM
      *    LOTE SEM NADA A ENVIAR VEM SO COM O CABECALHO E UM RODAPE A
      *    ZEROS. UM FICHEIRO DE UM PASSO JA CARIMBADO NA DATA DE
      *    NEGOCIO (RERUN DO CICLO) JA NAO E VERIFICADO.
      *    OS FICHEIROS ESPERADOS ESTAO EM file/inbparm.txt, UM POR
      *    LINHA: PASSO(8), UM ESPACO E O CAMINHO DO FICHEIRO. SEM
      *    FICHEIRO DE PARAMETROS SAO OS QUATRO DAS COMPENSACOES
      *    (DDCLEAR, PAYCLEAR, CHQCLEAR E CARDCLR).
      *    SE FALTAR ALGUM, LISTA-OS E TERMINA COM CODIGO DE RETORNO 8,
      *    O QUE PARA O EODCYCLE ANTES DO PRIMEIRO PASSO. NAO ALTERA
      *    NENHUM FICHEIRO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTLF ASSIGN 'file/run_ctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-STEP
               FILE STATUS IS FS-RUNCTL.
           SELECT INBPARM ASSIGN 'file/inbparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INBPARM.
           SELECT INBFILE ASSIGN WS-INB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INBFILE.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTLF.
           COPY 'RUNCTL.cpy'.

       FD INBPARM.
       01 INBPARM-REC.
           05 INBPARM-STEP              PIC X(8).
           05 FILLER                    PIC X(1).
           05 INBPARM-FILE              PIC X(40).

       FD INBFILE.
       01 INBFILE-REC                   PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-RUNCTL-OPEN                PIC X(1) VALUE 'N'.
      *    FICHEIROS ESPERADOS (file/inbparm.txt)
       01 WS-EXPECTED-COUNT             PIC 9(2) VALUE 0.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED OCCURS 20 TIMES.
               10 WS-EXP-STEP           PIC X(8).
               10 WS-EXP-FILE           PIC X(40).
       01 WS-IDX                        PIC 9(2).
       01 WS-INB-NAME                   PIC X(40).
           COPY 'INBCTL.cpy'.
       01 WS-STEP-DONE                  PIC X(1).
       01 WS-PROBLEM                    PIC X(40).
       01 WS-PROBLEM-COUNT              PIC 9(2) VALUE 0.
       01 WS-CHECKED-COUNT              PIC 9(2) VALUE 0.
      *    VARIABLE FILE STATUS
       01 FS-RUNCTL                     PIC X(2).
       01 FS-INBPARM                    PIC X(2).
       01 FS-INBFILE                    PIC X(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "INBREADY: verificacao dos ficheiros de entrada"

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-EXPECTED-FILES

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EXPECTED-COUNT
               PERFORM CHECK-ONE-FILE
           END-PERFORM

           IF WS-RUNCTL-OPEN = 'S'
               CLOSE RUNCTLF
           END-IF

           IF WS-PROBLEM-COUNT > 0
               DISPLAY "INBREADY: *** CICLO NAO ARRANCA: "
                       WS-PROBLEM-COUNT " ficheiro(s) de entrada em "
                       "falta ou invalido(s) para a data de negocio "
                       WS-BUSDATE " ***"
               DISPLAY "INBREADY: colocar os ficheiros em falta (um "
                       "lote vazio vem com cabecalho e rodape a "
                       "zeros) e voltar a correr o ciclo"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "INBREADY: " WS-CHECKED-COUNT " ficheiro(s) "
                   "verificado(s) para a data de negocio " WS-BUSDATE
                   " - ciclo pode arrancar".

           STOP RUN.

      ******************************************************************
      *    DATA DE NEGOCIO CORRENTE. SEM CONTROLO DE EXECUCAO O RUNCTL
      *    COMECA PELA DATA DO SISTEMA
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSDATE
           OPEN INPUT RUNCTLF
           IF FS-RUNCTL = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-RUNCTL NOT = '00'
               DISPLAY "Erro ao abrir file/run_ctl.txt: " FS-RUNCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-RUNCTL-OPEN

           MOVE 'BUSDATE' TO RUNCTL-STEP
           READ RUNCTLF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUNCTL-DATE TO WS-BUSDATE
           END-READ.

      ******************************************************************
      *    FICHEIROS ESPERADOS. SEM file/inbparm.txt (OU SEM NENHUMA
      *    LINHA VALIDA) FICAM OS DAS QUATRO COMPENSACOES
      ******************************************************************
       READ-EXPECTED-FILES.
           OPEN INPUT INBPARM
           IF FS-INBPARM = '00'
               PERFORM UNTIL FS-INBPARM NOT = '00'
                   READ INBPARM
                       AT END
                           CONTINUE
                       NOT AT END
                           IF INBPARM-STEP NOT = SPACES
                              AND INBPARM-FILE NOT = SPACES
                              AND WS-EXPECTED-COUNT < 20
                               ADD 1 TO WS-EXPECTED-COUNT
                               MOVE INBPARM-STEP
                                 TO WS-EXP-STEP (WS-EXPECTED-COUNT)
                               MOVE INBPARM-FILE
                                 TO WS-EXP-FILE (WS-EXPECTED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBPARM
           ELSE
               IF FS-INBPARM NOT = '35'
                   DISPLAY "Erro ao abrir file/inbparm.txt: "
                           FS-INBPARM
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-EXPECTED-COUNT = 0
               MOVE 4 TO WS-EXPECTED-COUNT
               MOVE 'DDCLEAR' TO WS-EXP-STEP (1)
               MOVE 'file/dd_inbound.txt' TO WS-EXP-FILE (1)
               MOVE 'PAYCLEAR' TO WS-EXP-STEP (2)
               MOVE 'file/pay_inbound.txt' TO WS-EXP-FILE (2)
               MOVE 'CHQCLEAR' TO WS-EXP-STEP (3)
               MOVE 'file/chq_inbound.txt' TO WS-EXP-FILE (3)
               MOVE 'CARDCLR' TO WS-EXP-STEP (4)
               MOVE 'file/card_settle.txt' TO WS-EXP-FILE (4)
           END-IF.

      ******************************************************************
      *    UM FICHEIRO ESPERADO: SALTA-SE SE O PASSO JA CORREU NA DATA
      *    DE NEGOCIO; SENAO TEM DE EXISTIR E COMECAR PELO CABECALHO
      *    DA DATA DE NEGOCIO
      ******************************************************************
       CHECK-ONE-FILE.
           MOVE 'N' TO WS-STEP-DONE
           IF WS-RUNCTL-OPEN = 'S'
               MOVE WS-EXP-STEP (WS-IDX) TO RUNCTL-STEP
               READ RUNCTLF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNCTL-DATE = WS-BUSDATE
                          AND RUNCTL-STATUS = 'C'
                           MOVE 'S' TO WS-STEP-DONE
                       END-IF
               END-READ
           END-IF
           IF WS-STEP-DONE = 'S'
               DISPLAY "INBREADY: " WS-EXP-STEP (WS-IDX)
                       " ja correu - nao verificado"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           MOVE SPACES TO WS-PROBLEM
           MOVE WS-EXP-FILE (WS-IDX) TO WS-INB-NAME
           OPEN INPUT INBFILE
           IF FS-INBFILE = '35'
               MOVE 'FICHEIRO EM FALTA' TO WS-PROBLEM
           ELSE
               IF FS-INBFILE NOT = '00'
                   DISPLAY "Erro ao abrir " WS-INB-NAME ": "
                           FS-INBFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ INBFILE
                   AT END
                       MOVE 'FICHEIRO VAZIO' TO WS-PROBLEM
                   NOT AT END
                       MOVE INBFILE-REC TO INB-HEADER
                       IF INBH-TYPE NOT = 'H'
                           MOVE 'SEM CABECALHO' TO WS-PROBLEM
                       ELSE
                           IF INBH-BUSDATE NOT NUMERIC
                              OR INBH-BUSDATE NOT = WS-BUSDATE
                               MOVE 'CABECALHO DE OUTRA DATA DE NEGOCIO'
                                   TO WS-PROBLEM
                           END-IF
                       END-IF
               END-READ
               CLOSE INBFILE
           END-IF

           IF WS-PROBLEM = SPACES
               DISPLAY "INBREADY: " WS-EXP-STEP (WS-IDX) " "
                       WS-INB-NAME " - OK (emissor " INBH-SENDER
                       " sequencia " INBH-SEQ ")"
           ELSE
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY "INBREADY: " WS-EXP-STEP (WS-IDX) " "
                       WS-INB-NAME " - " WS-PROBLEM
           END-IF.
