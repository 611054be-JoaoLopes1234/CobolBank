      *    CONTROLO PARA A CONTABILIDADE ENTREGAR A AUTORIDADE
      *    FISCAL. JOB PERIODICO, CORRIDO A PEDIDO DA OPERACAO E NAO
      *    NO CICLO DE FIM-DE-DIA.
      *    CADA CERTIFICADO (NAO O TOTAL DE CONTROLO) VAI TAMBEM PARA
      *    A FILA DE CORREIO file/mailqueue.txt (VER MAILQ.cpy), DE
      *    ONDE O MAILRUN O ENVELOPA COM OS EXTRATOS E CARTAS DO
      *    MESMO AGREGADO; file/wht_certs.txt FICA COMO COPIA DO
      *    BANCO. CORRER DUAS VEZES O MESMO ANO POE OS CERTIFICADOS
      *    DUAS VEZES NA FILA.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CERTFILE ASSIGN 'file/wht_certs.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERTFILE.
           SELECT MAILQUEUE ASSIGN 'file/mailqueue.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILQUEUE.

       DATA DIVISION.
       FILE SECTION.
       FD CERTFILE.
       01 CERT-REC                      PIC X(90).

       FD MAILQUEUE.
           COPY 'MAILQ.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-CERT-YEAR                  PIC 9(4).
       01 WS-CERT-COUNT                 PIC 9(6) VALUE 0.
       01 WS-NET-AMOUNT                 PIC S9(11)V99.
       01 WS-CLIENTS-EXISTS             PIC X(1) VALUE 'S'.
       01 WS-PRINT-LINE                 PIC X(90).
      *    DOCUMENTO EM CURSO NA FILA DE CORREIO (EM BRANCO = A LINHA
      *    NAO VAI PARA A FILA)
       01 WS-MAIL-REC-TYPE              PIC X(1) VALUE SPACE.
       01 WS-MAIL-DATE                  PIC 9(8).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-WHTLEDGER                  PIC X(2).
       01 FS-CLIENTS                    PIC X(2).
       01 FS-CERTFILE                   PIC X(2).
       01 FS-MAILQUEUE                  PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(11),99.

       PROCEDURE DIVISION.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-MAIL-DATE

           PERFORM UNTIL END-FILE = 'S'
               READ WHTLEDGER NEXT RECORD
                   AT END
               END-READ
           END-PERFORM

           MOVE SPACE TO WS-MAIL-REC-TYPE
           PERFORM PRINT-CONTROL-TOTAL

           CLOSE CERTFILE
           CLOSE MAILQUEUE
           IF WS-CLIENTS-EXISTS = 'S'
               CLOSE CLIENTS
           END-IF
           ADD WHT-GROSS TO WS-TOTAL-GROSS
           ADD WHT-TAX TO WS-TOTAL-TAX

           MOVE 'D' TO WS-MAIL-REC-TYPE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-MAIL-LINE
           MOVE 'L' TO WS-MAIL-REC-TYPE

           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
               DISPLAY "Erro ao gravar em file/wht_certs.txt: "
                       FS-CERTFILE
               STOP RUN
           END-IF
           IF WS-MAIL-REC-TYPE NOT = SPACE
               PERFORM WRITE-MAIL-LINE
           END-IF.

      ******************************************************************
      *    A MESMA LINHA NA FILA DE CORREIO, COM O CLIENTE E O TIPO DE
      *    DOCUMENTO ('D' ABRE UM CERTIFICADO NOVO)
      ******************************************************************
       WRITE-MAIL-LINE.
           MOVE WS-MAIL-REC-TYPE TO MQ-REC-TYPE
           MOVE WHT-ID-USER TO MQ-ID-USER
           MOVE 'F' TO MQ-DOC-TYPE
           MOVE WS-MAIL-DATE TO MQ-DOC-DATE
           MOVE WS-PRINT-LINE TO MQ-LINE
           WRITE MAILQ-REC
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao gravar em file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF.
