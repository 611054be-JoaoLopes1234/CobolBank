      *    PARA ENVIO POSTAL, E POR CADA CONTA DO CLIENTE O SALDO DE
      *    ABERTURA, TODOS OS MOVIMENTOS DO PERIODO NO RAZAO E O
      *    SALDO DE FECHO, QUE BATE CERTO COM O ACCOUNTS-AMOUNT.
      *    O JURO DEVEDOR COBRADO NO PERIODO ('DEBITINT', VER INTACCR)
      *    SAI TAMBEM EM LINHA PROPRIA DEPOIS DO SALDO DE FECHO.
      *    SO PRODUZ EXTRATOS NO ULTIMO DIA UTIL DO MES (VER BUSCAL);
      *    NOS RESTANTES DIAS TERMINA SEM FAZER NADA, PARA PODER FICAR
      *    NO CICLO DE FIM-DE-DIA.
      *    CADA EXTRATO VAI TAMBEM PARA A FILA DE CORREIO
      *    file/mailqueue.txt (VER MAILQ.cpy), DE ONDE O MAILRUN O
      *    ENVELOPA COM AS CARTAS E CERTIFICADOS DO MESMO AGREGADO;
      *    file/statements.txt FICA COMO COPIA DO BANCO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT STMTFILE ASSIGN 'file/statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STMTFILE.
           SELECT MAILQUEUE ASSIGN 'file/mailqueue.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILQUEUE.

       DATA DIVISION.
       FILE SECTION.
       FD STMTFILE.
       01 STMT-REC                      PIC X(90).

       FD MAILQUEUE.
           COPY 'MAILQ.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-TODAY                      PIC 9(8).
       01 WS-PERIOD-START               PIC 9(8).
       01 WS-TODAY-YYYYMM               PIC 9(6).
       01 WS-CLIENT-COUNT               PIC 9(6) VALUE 0.
       01 WS-CLOSING-BALANCE            PIC S9(7)V99.
       01 WS-PERIOD-MOVEMENT            PIC S9(9)V99.
       01 WS-OPENING-BALANCE            PIC S9(9)V99.
       01 WS-PERIOD-DEBITINT            PIC S9(9)V99.
       01 WS-TRANSMST-EXISTS            PIC X(1) VALUE 'S'.
       01 WS-LOANS-EXISTS               PIC X(1) VALUE 'S'.
       01 WS-LOAN-LINES                 PIC 9(3).
       01 WS-PRINT-LINE                 PIC X(90).
       01 WS-DATE-DISPLAY               PIC X(10).
       01 WS-CHEQUE-TAG                 PIC X(14).
      *    DOCUMENTO EM CURSO NA FILA DE CORREIO
       01 WS-MAIL-REC-TYPE              PIC X(1).
      *    VARIABLE END-FILE
       01 END-CLIENTS                   PIC X(1) VALUE 'N'.
       01 END-ACCOUNTS                  PIC X(1).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-LOANS                      PIC X(2).
       01 FS-STMTFILE                   PIC X(2).
       01 FS-MAILQUEUE                  PIC X(2).
       01 WS-AMOUNT-EDIT                PIC -9(7),99.
       01 WS-BALANCE-EDIT               PIC -9(9),99.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.

       PROCEDURE DIVISION.

           END-IF
           MOVE RC-BUSDATE TO WS-TODAY
      ******************************************************************
      *    SO EMITE NO ULTIMO DIA UTIL DO MES: SE AINDA HOUVER UM
      *    DIA UTIL NESTE MES, NAO HA EXTRATOS A EMITIR HOJE
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-TODAY TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-TODAY < BC-RESULT
               DISPLAY "STMTRUN: ainda nao e fim do mes - nada a fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
                       FS-STMTFILE
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
      ******************************************************************
      *    UM EXTRATO POR CLIENTE, POR ORDEM DE CLIENTS-ID
      ******************************************************************
           END-PERFORM

           CLOSE STMTFILE
           CLOSE MAILQUEUE
           IF WS-LOANS-EXISTS = 'S'
               CLOSE LOANS
           END-IF
           END-IF
           CLOSE CLIENTS

           MOVE WS-CLIENT-COUNT TO RC-READ-COUNT
           MOVE WS-CLIENT-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "STMTRUN: extratos emitidos para "
      *    BLOCO DE ENDERECO E CONTAS DE UM CLIENTE
      ******************************************************************
       PRINT-CLIENT-STATEMENT.
           MOVE 'D' TO WS-MAIL-REC-TYPE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-MAIL-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE ACCOUNTS-ID TO WS-STMT-ACCOUNT-ID

           MOVE ZERO TO WS-PERIOD-MOVEMENT
           MOVE ZERO TO WS-PERIOD-DEBITINT
           IF WS-TRANSMST-EXISTS = 'S'
               PERFORM SUM-PERIOD-MOVEMENT
           END-IF
                  WS-BALANCE-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           IF WS-PERIOD-DEBITINT NOT = ZERO
               MOVE WS-PERIOD-DEBITINT TO WS-BALANCE-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  JURO DEVEDOR:      ' DELIMITED SIZE
                      WS-BALANCE-EDIT DELIMITED SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

                              AND TRANSACTS-DATE <= WS-TODAY
                               ADD TRANSACTS-AMOUNT
                                   TO WS-PERIOD-MOVEMENT
                               IF TRANSACTS-TYPE = 'DEBITINT'
                                   ADD TRANSACTS-AMOUNT
                                       TO WS-PERIOD-DEBITINT
                               END-IF
                           END-IF
                       END-IF
               END-READ
               DISPLAY "Erro ao gravar em file/statements.txt: "
                       FS-STMTFILE
               STOP RUN
           END-IF
           MOVE 'L' TO WS-MAIL-REC-TYPE
           PERFORM WRITE-MAIL-LINE.

      ******************************************************************
      *    A MESMA LINHA NA FILA DE CORREIO, COM O CLIENTE E O TIPO DE
      *    DOCUMENTO ('D' ABRE UM EXTRATO NOVO)
      ******************************************************************
       WRITE-MAIL-LINE.
           MOVE WS-MAIL-REC-TYPE TO MQ-REC-TYPE
           MOVE CLIENTS-ID TO MQ-ID-USER
           MOVE 'E' TO MQ-DOC-TYPE
           MOVE WS-TODAY TO MQ-DOC-DATE
           MOVE WS-PRINT-LINE TO MQ-LINE
           WRITE MAILQ-REC
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao gravar em file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF.
