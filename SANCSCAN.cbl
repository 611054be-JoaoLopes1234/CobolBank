       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCAN.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    NOVA FILTRAGEM DE TODA A CARTEIRA CONTRA A LISTA DE
      *    SANCOES, CORRIDA PELO jcl/watchlist.sh LOGO A SEGUIR A CADA
      *    CARGA DE UMA LISTA NOVA (WLLOAD). CADA CLIENTE (EXCETO OS
      *    FALECIDOS) E CADA BENEFICIARIO ATIVO PASSA PELO SANCSCR;
      *    UMA COINCIDENCIA NOVA ABRE UM ITEM NA FILA DE REVISAO E
      *    RETEM O SUJEITO - O CLIENTE FICA BLOQUEADO ('B') E O
      *    BENEFICIARIO RETIDO ('R') ATE UM SUPERVISOR DECIDIR NO
      *    SANCREV. AS COINCIDENCIAS SAEM NO RELATORIO DATADO
      *    file/sanc_scan_AAAAMMDD.txt, CATALOGADO NO SPOOL.
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
           SELECT BENEF ASSIGN 'file/benef.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENEF-KEY
               FILE STATUS IS FS-BENEF.
           SELECT SCANRPT ASSIGN WS-SCANRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SCANRPT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD BENEF.
           COPY 'BENEF.cpy'.

       FD SCANRPT.
       01 SCANRPT-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACAO DATADA DO RELATORIO (VER SPOOLREG)
       01 WS-SCANRPT-NAME               PIC X(40).
       01 WS-CLIENT-COUNT               PIC 9(6) VALUE 0.
       01 WS-BENEF-COUNT                PIC 9(6) VALUE 0.
       01 WS-NEW-COUNT                  PIC 9(6) VALUE 0.
       01 WS-KNOWN-COUNT                PIC 9(6) VALUE 0.
       01 WS-RESULT                     PIC X(20).
       01 WS-REPORT-LINE                PIC X(100).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-BENEF                      PIC X(2).
       01 FS-SCANRPT                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DA FILTRAGEM DE SANCOES
           COPY 'SANCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "SANCSCAN: inicio da filtragem da carteira"

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           MOVE SPACES TO WS-SCANRPT-NAME
           STRING 'file/sanc_scan_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-SCANRPT-NAME
           OPEN OUTPUT SCANRPT
           IF FS-SCANRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-SCANRPT-NAME ": " FS-SCANRPT
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FILTRAGEM DA CARTEIRA CONTRA A LISTA DE SANCOES - '
                      DELIMITED SIZE
                  'DATA DE NEGOCIO ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'T DONO   SEQ  NOME' TO WS-REPORT-LINE
           MOVE 'ENTRADA DA LISTA' TO WS-REPORT-LINE (45:16)
           MOVE 'RESULTADO' TO WS-REPORT-LINE (81:9)
           PERFORM WRITE-REPORT-LINE

           MOVE 'S' TO SC-FUNC
           MOVE 'SANCSCAN' TO SC-ORIGIN
           MOVE ZERO TO SC-OPER
      ******************************************************************
      *    CLIENTES
      ******************************************************************
           OPEN I-O CLIENTS
           IF FS-CLIENTS = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ CLIENTS NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF CLIENTS-STATUS NOT = 'D'
                               PERFORM SCREEN-ONE-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS
           ELSE
               IF FS-CLIENTS NOT = '35'
                   DISPLAY "Erro ao abrir file/clients.txt: "
                           FS-CLIENTS
                   STOP RUN
               END-IF
           END-IF
      ******************************************************************
      *    BENEFICIARIOS ATIVOS
      ******************************************************************
           OPEN I-O BENEF
           IF FS-BENEF = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ BENEF NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF BENEF-ACTIVE = 'S'
                               PERFORM SCREEN-ONE-BENEF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEF
           ELSE
               IF FS-BENEF NOT = '35'
                   DISPLAY "Erro ao abrir file/benef.txt: " FS-BENEF
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES FILTRADOS: ' DELIMITED SIZE
                  WS-CLIENT-COUNT DELIMITED SIZE
                  '  BENEFICIARIOS FILTRADOS: ' DELIMITED SIZE
                  WS-BENEF-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOVAS COINCIDENCIAS (RETIDAS): ' DELIMITED SIZE
                  WS-NEW-COUNT DELIMITED SIZE
                  '  JA EM REVISAO OU CONFIRMADAS: ' DELIMITED SIZE
                  WS-KNOWN-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE SCANRPT
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'SANCSCAN' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-SCANRPT-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           DISPLAY "SANCSCAN: " WS-CLIENT-COUNT " cliente(s) e "
                   WS-BENEF-COUNT " beneficiario(s) filtrados, "
                   WS-NEW-COUNT " nova(s) coincidencia(s)".

           STOP RUN.

      ******************************************************************
      *    FILTRAR UM CLIENTE; UMA COINCIDENCIA NOVA BLOQUEIA-O
      ******************************************************************
       SCREEN-ONE-CLIENT.
           ADD 1 TO WS-CLIENT-COUNT
           MOVE 'C' TO SC-KIND
           MOVE CLIENTS-ID TO SC-ID-USER
           MOVE ZERO TO SC-REF
           MOVE CLIENTS-NAME TO SC-NAME
           MOVE CLIENTS-STATUS TO SC-PREV-STATUS
           IF SC-PREV-STATUS = SPACE
               MOVE 'A' TO SC-PREV-STATUS
           END-IF
           PERFORM CALL-SANCSCR
           IF SC-RESULT = 'N'
               EXIT PARAGRAPH
           END-IF

           IF SC-NEW-REVIEW = 'S' AND CLIENTS-STATUS NOT = 'B'
               MOVE 'B' TO CLIENTS-STATUS
               REWRITE CLIENTS-REC
               IF FS-CLIENTS NOT = '00'
                   DISPLAY "Erro ao gravar em file/clients.txt: "
                           FS-CLIENTS
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'C' TO WS-REPORT-LINE (1:1)
           MOVE CLIENTS-ID TO WS-REPORT-LINE (3:6)
           MOVE CLIENTS-NAME TO WS-REPORT-LINE (15:30)
           PERFORM REPORT-HIT-LINE.

      ******************************************************************
      *    FILTRAR UM BENEFICIARIO; UMA COINCIDENCIA NOVA RETEM-NO
      ******************************************************************
       SCREEN-ONE-BENEF.
           ADD 1 TO WS-BENEF-COUNT
           MOVE 'B' TO SC-KIND
           MOVE BENEF-ID-USER TO SC-ID-USER
           MOVE BENEF-SEQ TO SC-REF
           MOVE BENEF-NAME TO SC-NAME
           MOVE BENEF-ACTIVE TO SC-PREV-STATUS
           PERFORM CALL-SANCSCR
           IF SC-RESULT = 'N'
               EXIT PARAGRAPH
           END-IF

           IF SC-NEW-REVIEW = 'S'
               MOVE 'R' TO BENEF-ACTIVE
               REWRITE BENEF-REC
               IF FS-BENEF NOT = '00'
                   DISPLAY "Erro ao gravar em file/benef.txt: "
                           FS-BENEF
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'B' TO WS-REPORT-LINE (1:1)
           MOVE BENEF-ID-USER TO WS-REPORT-LINE (3:6)
           MOVE BENEF-SEQ TO WS-REPORT-LINE (10:4)
           MOVE BENEF-NAME TO WS-REPORT-LINE (15:30)
           PERFORM REPORT-HIT-LINE.

       CALL-SANCSCR.
           CALL 'SANCSCR' USING SANCSCR-PARM
           IF SC-STATUS NOT = '00'
               DISPLAY "Erro na filtragem de sancoes: " SC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    COMPLETAR E ESCREVER A LINHA DE UMA COINCIDENCIA
      ******************************************************************
       REPORT-HIT-LINE.
           MOVE SC-WL-NAME (1:35) TO WS-REPORT-LINE (45:35)
           IF SC-NEW-REVIEW = 'S'
               MOVE 'NOVA - RETIDO' TO WS-RESULT
               ADD 1 TO WS-NEW-COUNT
           ELSE
               IF SC-RESULT = 'C'
                   MOVE 'CONFIRMADA' TO WS-RESULT
               ELSE
                   MOVE 'JA EM REVISAO' TO WS-RESULT
               END-IF
               ADD 1 TO WS-KNOWN-COUNT
           END-IF
           MOVE WS-RESULT TO WS-REPORT-LINE (81:20)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO SCANRPT-REC
           WRITE SCANRPT-REC
           IF FS-SCANRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-SCANRPT-NAME ": "
                       FS-SCANRPT
               STOP RUN
           END-IF.
