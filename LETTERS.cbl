      *        FICHEIRO-DIA QUE CRUZOU O ZERO PARA BAIXO)
      *      - DEBITOS DIRETOS DEVOLVIDOS PELO DDCLEAR
      *        (file/dd_returns.txt)
      *      - DEPOSITOS A PRAZO RENOVADOS NO VENCIMENTO PELO
      *        TDMATURE (file/termdep_report.txt)
      *      - CHEQUES DE OUTROS BANCOS DEVOLVIDOS NA COBRANCA E
      *        ESTORNADOS PELO CHQCOLL (file/chq_dishonoured.txt)
      *      - AVISOS DE SALDO NAO RECLAMADO DO ESCHEAT, PARA A
      *        ULTIMA MORADA CONHECIDA (GERACAO
      *        file/escheat_notice_AAAAMMDD.txt)
      *    SAI UMA CARTA POSTAL POR CLIENTE COM TODOS OS SEUS EVENTOS
      *    (BLOCO DE NOME E MORADA COMO NO STMTRUN) E, NO FIM, O
      *    RESUMO DE CONTAGENS POR TIPO DE CARTA PARA A EXPEDICAO.
      *    O PARAMETRO file/letparm.txt (7 CARATERES: DORMENTE,
      *    ORDEM, DESCOBERTO, DEBITO DEVOLVIDO, RENOVACAO DE DEPOSITO,
      *    CHEQUE DEVOLVIDO, SALDO NAO RECLAMADO; 'N' DESLIGA; EM
      *    FALTA FICA LIGADO) LIGA E
      *    DESLIGA CADA TIPO DE CARTA; SEM FICHEIRO FICAM TODOS
      *    LIGADOS. A SAIDA E A GERACAO DATADA
      *    file/letters_AAAAMMDD.txt CATALOGADA NO SPOOL.
      *    CADA CARTA (NAO O RESUMO) VAI TAMBEM PARA A FILA DE CORREIO
      *    file/mailqueue.txt (VER MAILQ.cpy), DE ONDE O MAILRUN A
      *    ENVELOPA COM OS EXTRATOS E CERTIFICADOS DO MESMO AGREGADO;
      *    A GERACAO DATADA FICA COMO COPIA DO BANCO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT STORDRPT ASSIGN WS-STORDRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STORDRPT.
           SELECT ESCHRPT ASSIGN WS-ESCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCHRPT.
           SELECT DDRETURNS ASSIGN 'file/dd_returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DDRETURNS.
           SELECT TDRPT ASSIGN 'file/termdep_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TDRPT.
           SELECT CHQDISH ASSIGN 'file/chq_dishonoured.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHQDISH.
           SELECT LETPARM ASSIGN 'file/letparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETPARM.
           SELECT MAILQUEUE ASSIGN 'file/mailqueue.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILQUEUE.
           SELECT LETFILE ASSIGN WS-LETTERS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LETFILE.
           05 SRPT-VERB                 PIC X(7).
           05 FILLER                    PIC X(60).

       FD ESCHRPT.
       01 ESCHRPT-REC.
           05 FILLER                    PIC X(6).
           05 ESCH-ID-USER              PIC 9(6).
           05 FILLER                    PIC X(1).
           05 ESCH-ID-ACCOUNT           PIC 9(6).
           05 FILLER                    PIC X(61).

       FD DDRETURNS.
       01 DDRETURNS-REC.
           05 DDRET-ID-USER             PIC 9(6).
           05 DDRET-ID-ACCOUNT          PIC 9(6).
           05 FILLER                    PIC X(38).

       FD TDRPT.
       01 TDRPT-REC.
           05 FILLER                    PIC X(9).
           05 TDR-SEQ                   PIC 9(6).
           05 FILLER                    PIC X(1).
           05 TDR-VERB                  PIC X(8).
           05 FILLER                    PIC X(11).
           05 TDR-ID-USER               PIC 9(6).
           05 FILLER                    PIC X(15).
           05 TDR-NEW-SEQ               PIC 9(6).
           05 FILLER                    PIC X(18).

       FD CHQDISH.
       01 CHQDISH-REC.
           05 DSH-ID-USER               PIC 9(6).
           05 DSH-ID-ACCOUNT            PIC 9(6).
           05 DSH-CHEQUE-NO             PIC 9(8).
           05 FILLER                    PIC X(21).

       FD LETPARM.
       01 LETPARM-REC.
           05 LETPARM-DORM              PIC X(1).
           05 LETPARM-STORD             PIC X(1).
           05 LETPARM-OVD               PIC X(1).
           05 LETPARM-DD                PIC X(1).
           05 LETPARM-TD                PIC X(1).
           05 LETPARM-CHQ               PIC X(1).
           05 LETPARM-ESCH              PIC X(1).

       FD LETFILE.
       01 LETFILE-REC                   PIC X(90).

       FD MAILQUEUE.
           COPY 'MAILQ.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACOES DATADAS LIDAS E ESCRITA (VER SPOOLREG)
       01 WS-DORM-NAME                  PIC X(40).
       01 WS-STORDRPT-NAME              PIC X(40).
       01 WS-ESCH-NAME                  PIC X(40).
       01 WS-LETTERS-NAME               PIC X(40).
      *    INTERRUPTORES POR TIPO DE CARTA ('N' = DESLIGADO)
       01 WS-SW-DORM                    PIC X(1) VALUE 'S'.
       01 WS-SW-STORD                   PIC X(1) VALUE 'S'.
       01 WS-SW-OVD                     PIC X(1) VALUE 'S'.
       01 WS-SW-DD                      PIC X(1) VALUE 'S'.
       01 WS-SW-TD                      PIC X(1) VALUE 'S'.
       01 WS-SW-CHQ                     PIC X(1) VALUE 'S'.
       01 WS-SW-ESCH                    PIC X(1) VALUE 'S'.
      *    EVENTOS DO DIA A CARTEAR. UMA NOTIFICACAO DEVIDA NUNCA SE
      *    PERDE EM SILENCIO: SE A TABELA ESTOIRAR, O PASSO PARA COM
      *    ERRO E A TABELA E AUMENTADA.
       01 WS-CNT-STORD                  PIC 9(4) VALUE 0.
       01 WS-CNT-OVD                    PIC 9(4) VALUE 0.
       01 WS-CNT-DD                     PIC 9(4) VALUE 0.
       01 WS-CNT-TD                     PIC 9(4) VALUE 0.
       01 WS-CNT-CHQ                    PIC 9(4) VALUE 0.
       01 WS-CNT-ESCH                   PIC 9(4) VALUE 0.
       01 WS-LETTER-COUNT               PIC 9(4) VALUE 0.
      *    DETECAO DE ENTRADA EM DESCOBERTO (SOBRE O FICHEIRO-DIA)
       01 WS-PRIOR-BALANCE              PIC S9(9)V99.
       01 WS-CURR-USER                  PIC 9(6).
       01 WS-IDX2                       PIC 9(3).
       01 WS-PRINT-LINE                 PIC X(90).
      *    CARTA EM CURSO NA FILA DE CORREIO (EM BRANCO = A LINHA NAO
      *    VAI PARA A FILA)
       01 WS-MAIL-REC-TYPE              PIC X(1) VALUE SPACE.
      *    VARIABLE END-FILE
       01 END-FILE                     PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-STORD                      PIC X(2).
       01 FS-DORMRPT                    PIC X(2).
       01 FS-STORDRPT                   PIC X(2).
       01 FS-ESCHRPT                    PIC X(2).
       01 FS-DDRETURNS                  PIC X(2).
       01 FS-TDRPT                      PIC X(2).
       01 FS-CHQDISH                    PIC X(2).
       01 FS-LETPARM                    PIC X(2).
       01 FS-LETFILE                    PIC X(2).
       01 FS-MAILQUEUE                  PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-STORDRPT-NAME
           MOVE SPACES TO WS-ESCH-NAME
           STRING 'file/escheat_notice_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-ESCH-NAME
           MOVE SPACES TO WS-LETTERS-NAME
           STRING 'file/letters_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
           IF WS-SW-DD NOT = 'N'
               PERFORM COLLECT-DD-EVENTS
           END-IF
           IF WS-SW-TD NOT = 'N'
               PERFORM COLLECT-ROLLOVER-EVENTS
           END-IF
           IF WS-SW-CHQ NOT = 'N'
               PERFORM COLLECT-CHEQUE-EVENTS
           END-IF
           IF WS-SW-ESCH NOT = 'N'
               PERFORM COLLECT-ESCHEAT-EVENTS
           END-IF
      ******************************************************************
      *    UMA CARTA POR CLIENTE COM TODOS OS SEUS EVENTOS
      ******************************************************************
               STOP RUN
           END-IF

           OPEN EXTEND MAILQUEUE
           IF FS-MAILQUEUE = '35'
               OPEN OUTPUT MAILQUEUE
           END-IF
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao abrir file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF

           OPEN INPUT CLIENTS
           IF FS-CLIENTS NOT = '00' AND FS-CLIENTS NOT = '35'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
           END-IF

           PERFORM WRITE-ALL-LETTERS
           MOVE SPACE TO WS-MAIL-REC-TYPE
           PERFORM WRITE-MAILROOM-SUMMARY

           IF FS-CLIENTS NOT = '35'
               CLOSE CLIENTS
           END-IF
           CLOSE LETFILE
           CLOSE MAILQUEUE
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
               STOP RUN
           END-IF

           MOVE WS-DAY-READ-COUNT TO RC-READ-COUNT
           MOVE WS-LETTER-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "LETTERS: " WS-LETTER-COUNT " carta(s) em "
                   MOVE LETPARM-STORD TO WS-SW-STORD
                   MOVE LETPARM-OVD TO WS-SW-OVD
                   MOVE LETPARM-DD TO WS-SW-DD
                   MOVE LETPARM-TD TO WS-SW-TD
                   MOVE LETPARM-CHQ TO WS-SW-CHQ
                   IF LETPARM-ESCH NOT = SPACE
                       MOVE LETPARM-ESCH TO WS-SW-ESCH
                   END-IF
           END-READ
           CLOSE LETPARM.


           CLOSE DDRETURNS.

      ******************************************************************
      *    DEPOSITOS A PRAZO RENOVADOS HOJE (file/termdep_report.txt E
      *    REESCRITO PELO TDMATURE EM CADA CICLO, PELO QUE SO TEM O
      *    DIA CORRENTE)
      ******************************************************************
       COLLECT-ROLLOVER-EVENTS.
           OPEN INPUT TDRPT
           IF FS-TDRPT = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TDRPT NOT = '00'
               DISPLAY "Erro ao abrir file/termdep_report.txt: "
                       FS-TDRPT
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TDRPT
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TDR-VERB = 'RENOVADO'
                           PERFORM ADD-ONE-EVENT
                           MOVE TDR-ID-USER
                               TO WS-EVT-USER (WS-EVT-COUNT)
                           MOVE 'T' TO WS-EVT-TYPE (WS-EVT-COUNT)
                           MOVE SPACES
                               TO WS-EVT-DETAIL (WS-EVT-COUNT)
                           STRING 'O DEPOSITO ' DELIMITED SIZE
                                  TDR-SEQ DELIMITED SIZE
                                  ' FOI RENOVADO NO DEPOSITO '
                                      DELIMITED SIZE
                                  TDR-NEW-SEQ DELIMITED SIZE
                               INTO WS-EVT-DETAIL (WS-EVT-COUNT)
                           ADD 1 TO WS-CNT-TD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TDRPT.

      ******************************************************************
      *    CHEQUES DE OUTROS BANCOS DEVOLVIDOS HOJE
      *    (file/chq_dishonoured.txt E REESCRITO PELO CHQCOLL EM CADA
      *    CICLO, PELO QUE SO TEM O DIA CORRENTE)
      ******************************************************************
       COLLECT-CHEQUE-EVENTS.
           OPEN INPUT CHQDISH
           IF FS-CHQDISH = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-CHQDISH NOT = '00'
               DISPLAY "Erro ao abrir file/chq_dishonoured.txt: "
                       FS-CHQDISH
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ CHQDISH
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM ADD-ONE-EVENT
                       MOVE DSH-ID-USER
                           TO WS-EVT-USER (WS-EVT-COUNT)
                       MOVE 'Q' TO WS-EVT-TYPE (WS-EVT-COUNT)
                       MOVE SPACES
                           TO WS-EVT-DETAIL (WS-EVT-COUNT)
                       STRING 'O CHEQUE ' DELIMITED SIZE
                              DSH-CHEQUE-NO DELIMITED SIZE
                              ' NA CONTA ' DELIMITED SIZE
                              DSH-ID-ACCOUNT DELIMITED SIZE
                              ' FOI DEVOLVIDO' DELIMITED SIZE
                           INTO WS-EVT-DETAIL (WS-EVT-COUNT)
                       ADD 1 TO WS-CNT-CHQ
               END-READ
           END-PERFORM

           CLOSE CHQDISH.

      ******************************************************************
      *    AVISOS DE SALDO NAO RECLAMADO EMITIDOS HOJE (GERACAO DO
      *    ESCHEAT - SO EXISTE NO DIA DA CORRIDA ANUAL). A CARTA VAI
      *    PARA A MORADA QUE ESTA NA FICHA DO CLIENTE.
      ******************************************************************
       COLLECT-ESCHEAT-EVENTS.
           OPEN INPUT ESCHRPT
           IF FS-ESCHRPT = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-ESCHRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-ESCH-NAME ": " FS-ESCHRPT
               STOP RUN
           END-IF

           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ ESCHRPT
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM ADD-ONE-EVENT
                       MOVE ESCH-ID-USER
                           TO WS-EVT-USER (WS-EVT-COUNT)
                       MOVE 'E' TO WS-EVT-TYPE (WS-EVT-COUNT)
                       MOVE SPACES
                           TO WS-EVT-DETAIL (WS-EVT-COUNT)
                       STRING 'A CONTA ' DELIMITED SIZE
                              ESCH-ID-ACCOUNT DELIMITED SIZE
                              ' SERA ENTREGUE COMO NAO RECLAMADA'
                                  DELIMITED SIZE
                           INTO WS-EVT-DETAIL (WS-EVT-COUNT)
                       ADD 1 TO WS-CNT-ESCH
               END-READ
           END-PERFORM

           CLOSE ESCHRPT.

      ******************************************************************
      *    AGRUPAR OS EVENTOS POR CLIENTE E ESCREVER UMA CARTA POR
      *    CLIENTE, COM O BLOCO POSTAL DO STMTRUN
       WRITE-ONE-LETTER.
           ADD 1 TO WS-LETTER-COUNT

           MOVE 'D' TO WS-MAIL-REC-TYPE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-MAIL-LINE
           MOVE 'L' TO WS-MAIL-REC-TYPE

           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DEBITOS DEVOLVIDOS:     ' DELIMITED SIZE
                  WS-CNT-DD DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  DEPOSITOS RENOVADOS:    ' DELIMITED SIZE
                  WS-CNT-TD DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  CHEQUES DEVOLVIDOS:     ' DELIMITED SIZE
                  WS-CNT-CHQ DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  SALDOS NAO RECLAMADOS:  ' DELIMITED SIZE
                  WS-CNT-ESCH DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-LINE.
               DISPLAY "Erro ao gravar em " WS-LETTERS-NAME ": "
                       FS-LETFILE
               STOP RUN
           END-IF
           IF WS-MAIL-REC-TYPE NOT = SPACE
               PERFORM WRITE-MAIL-LINE
           END-IF.

      ******************************************************************
      *    A MESMA LINHA NA FILA DE CORREIO, COM O CLIENTE E O TIPO DE
      *    DOCUMENTO ('D' ABRE UMA CARTA NOVA)
      ******************************************************************
       WRITE-MAIL-LINE.
           MOVE WS-MAIL-REC-TYPE TO MQ-REC-TYPE
           MOVE WS-CURR-USER TO MQ-ID-USER
           MOVE 'C' TO MQ-DOC-TYPE
           MOVE WS-BUSDATE TO MQ-DOC-DATE
           MOVE WS-PRINT-LINE TO MQ-LINE
           WRITE MAILQ-REC
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao gravar em file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF.
