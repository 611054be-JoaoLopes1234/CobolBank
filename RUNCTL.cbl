      *    PROCESSAR (PARA NAO CORREREM DUAS VEZES NA MESMA DATA DE
      *    NEGOCIO) E CARIMBAM-NO NO FIM - UM RERUN DO CICLO RETOMA
      *    ASSIM NO PRIMEIRO PASSO INCOMPLETO. VER RUNCTLPR.cpy.
      *    A VERIFICACAO DE UM PASSO QUE AINDA TEM TRABALHO MARCA A
      *    HORA DE ARRANQUE E O CARIMBO A HORA DE FIM E OS CONTADORES
      *    DO PASSO NO HISTORICO file/runstats.txt (VER RUNSTATS.cpy);
      *    O FECHO DO DIA FICA LA COMO PASSO 'DATEROLL'.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-STEP
               FILE STATUS IS FS-RUNCTL.
           SELECT RUNSTATS ASSIGN 'file/runstats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS FS-RUNSTATS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTLF.
           COPY 'RUNCTL.cpy'.

       FD RUNSTATS.
           COPY 'RUNSTATS.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
      *    HORA DO SISTEMA PARA O HISTORICO DE ESTATISTICAS
       01 WS-NOW                        PIC X(21).
       01 WS-NOW-DATE                   PIC 9(8).
       01 WS-NOW-TIME                   PIC 9(6).
       01 WS-STATS-STEP                 PIC X(8).
       01 WS-STATS-DATE                 PIC 9(8).
       01 WS-HMS                        PIC 9(6).
       01 WS-HMS-R REDEFINES WS-HMS.
           05 WS-HMS-HH                 PIC 9(2).
           05 WS-HMS-MM                 PIC 9(2).
           05 WS-HMS-SS                 PIC 9(2).
       01 WS-START-SECS                 PIC 9(12).
       01 WS-END-SECS                   PIC 9(12).
      *    VARIABLE FILE STATUS
       01 FS-RUNCTL                     PIC X(2).
       01 FS-RUNSTATS                   PIC X(2).

       LINKAGE SECTION.
           COPY 'RUNCTLPR.cpy'.
                   ELSE
                       MOVE 'N' TO RC-DONE
                   END-IF
           END-READ
           IF RC-DONE = 'N'
               MOVE RC-STEP TO WS-STATS-STEP
               MOVE RC-BUSDATE TO WS-STATS-DATE
               PERFORM RECORD-STEP-START
           END-IF.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
                   IF FS-RUNCTL NOT = '00'
                       MOVE FS-RUNCTL TO RC-STATUS
                   END-IF
           END-READ
           IF RC-STATUS = '00'
               MOVE RC-STEP TO WS-STATS-STEP
               MOVE RC-BUSDATE TO WS-STATS-DATE
               PERFORM RECORD-STEP-END
           END-IF.

      ******************************************************************
      *    FECHAR O DIA: AVANCAR A DATA DE NEGOCIO PARA O DIA SEGUINTE
               INVALID KEY
                   MOVE '23' TO RC-STATUS
               NOT INVALID KEY
                   MOVE 'DATEROLL' TO WS-STATS-STEP
                   MOVE RUNCTL-DATE TO WS-STATS-DATE
                   PERFORM RECORD-STEP-START
                   IF RC-ROLL-TO > RUNCTL-DATE
                       MOVE RC-ROLL-TO TO WS-BUSDATE
                   ELSE
                       COMPUTE WS-BUSDATE-INT =
                           FUNCTION INTEGER-OF-DATE (RUNCTL-DATE) + 1
                       COMPUTE WS-BUSDATE =
                           FUNCTION DATE-OF-INTEGER (WS-BUSDATE-INT)
                   END-IF
                   MOVE WS-BUSDATE TO RUNCTL-DATE
                   REWRITE RUNCTL-REC
                   IF FS-RUNCTL NOT = '00'
                       MOVE FS-RUNCTL TO RC-STATUS
                   END-IF
                   MOVE WS-BUSDATE TO RC-BUSDATE
                   IF RC-STATUS = '00'
                       MOVE 1 TO RC-POSTED-COUNT
                       PERFORM RECORD-STEP-END
                   END-IF
           END-READ.

      ******************************************************************
      *    HISTORICO DE ESTATISTICAS: ARRANQUE DO PASSO WS-STATS-STEP
      *    NA DATA WS-STATS-DATE (UM RERUN REABRE O REGISTO E CONTA
      *    MAIS UMA VEZ)
      ******************************************************************
       RECORD-STEP-START.
           PERFORM OPEN-RUNSTATS
           IF RC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NOW
           MOVE WS-STATS-DATE TO RS-BUSDATE
           MOVE WS-STATS-STEP TO RS-STEP
           READ RUNSTATS
               INVALID KEY
                   MOVE WS-STATS-DATE TO RS-BUSDATE
                   MOVE WS-STATS-STEP TO RS-STEP
                   MOVE 1 TO RS-RUN-COUNT
                   PERFORM RESET-STEP-STATS
                   WRITE RUNSTATS-REC
               NOT INVALID KEY
                   ADD 1 TO RS-RUN-COUNT
                   PERFORM RESET-STEP-STATS
                   REWRITE RUNSTATS-REC
           END-READ
           IF FS-RUNSTATS NOT = '00'
               MOVE FS-RUNSTATS TO RC-STATUS
           END-IF
           CLOSE RUNSTATS.

       RESET-STEP-STATS.
           MOVE 'R' TO RS-STATUS
           MOVE WS-NOW-DATE TO RS-START-DATE
           MOVE WS-NOW-TIME TO RS-START-TIME
           MOVE ZERO TO RS-END-DATE
           MOVE ZERO TO RS-END-TIME
           MOVE ZERO TO RS-ELAPSED
           MOVE ZERO TO RS-READ-COUNT
           MOVE ZERO TO RS-POSTED-COUNT
           MOVE ZERO TO RS-REJECT-COUNT
           MOVE ZERO TO RS-POSTED-AMOUNT.

      ******************************************************************
      *    HISTORICO DE ESTATISTICAS: FIM DO PASSO, COM OS CONTADORES
      *    QUE O PASSO DEIXOU NO BLOCO DE PARAMETROS
      ******************************************************************
       RECORD-STEP-END.
           PERFORM OPEN-RUNSTATS
           IF RC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-NOW
           MOVE WS-STATS-DATE TO RS-BUSDATE
           MOVE WS-STATS-STEP TO RS-STEP
           READ RUNSTATS
               INVALID KEY
      *            CARIMBO SEM ARRANQUE REGISTADO - FICA COM DURACAO 0
                   MOVE WS-STATS-DATE TO RS-BUSDATE
                   MOVE WS-STATS-STEP TO RS-STEP
                   MOVE 1 TO RS-RUN-COUNT
                   PERFORM RESET-STEP-STATS
                   PERFORM FILL-STEP-END
                   WRITE RUNSTATS-REC
               NOT INVALID KEY
                   PERFORM FILL-STEP-END
                   REWRITE RUNSTATS-REC
           END-READ
           IF FS-RUNSTATS NOT = '00'
               MOVE FS-RUNSTATS TO RC-STATUS
           END-IF
           CLOSE RUNSTATS.

       FILL-STEP-END.
           MOVE 'C' TO RS-STATUS
           MOVE WS-NOW-DATE TO RS-END-DATE
           MOVE WS-NOW-TIME TO RS-END-TIME
           MOVE RS-START-TIME TO WS-HMS
           COMPUTE WS-START-SECS =
               FUNCTION INTEGER-OF-DATE (RS-START-DATE) * 86400
               + WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           MOVE RS-END-TIME TO WS-HMS
           COMPUTE WS-END-SECS =
               FUNCTION INTEGER-OF-DATE (RS-END-DATE) * 86400
               + WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE RS-ELAPSED = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE ZERO TO RS-ELAPSED
           END-IF
           MOVE RC-READ-COUNT TO RS-READ-COUNT
           MOVE RC-POSTED-COUNT TO RS-POSTED-COUNT
           MOVE RC-REJECT-COUNT TO RS-REJECT-COUNT
           MOVE RC-POSTED-AMOUNT TO RS-POSTED-AMOUNT.

       OPEN-RUNSTATS.
           OPEN I-O RUNSTATS
           IF FS-RUNSTATS = '35'
               OPEN OUTPUT RUNSTATS
               IF FS-RUNSTATS NOT = '00'
                   MOVE FS-RUNSTATS TO RC-STATUS
                   EXIT PARAGRAPH
               END-IF
               CLOSE RUNSTATS
               OPEN I-O RUNSTATS
           END-IF
           IF FS-RUNSTATS NOT = '00'
               MOVE FS-RUNSTATS TO RC-STATUS
           END-IF.

       GET-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-NOW-DATE
           MOVE WS-NOW (9:6) TO WS-NOW-TIME.
