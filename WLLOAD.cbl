       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    CARGA DA LISTA DE SANCOES DO REGULADOR: SUBSTITUI POR
      *    INTEIRO file/watchlist.txt (VER WATCHLST.cpy) PELO
      *    FICHEIRO RECEBIDO file/watchlist_load.txt (UMA ENTRADA POR
      *    LINHA, POSICOES FIXAS: IDENTIFICADOR 1-10, NOME 11-50,
      *    PROGRAMA DE SANCOES 51-60). ENTRADAS SEM IDENTIFICADOR OU
      *    SEM NOME, IDENTIFICADORES REPETIDOS E O QUE PASSAR DA
      *    CAPACIDADE DO SANCSCR SAEM EM file/watchlist_load_err.txt
      *    COM O MOTIVO, COMO NO CLIELOAD. SEM FICHEIRO RECEBIDO A
      *    LISTA ATUAL FICA COMO ESTA. O JOB (jcl/watchlist.sh) CORRE
      *    A SEGUIR O SANCSCAN SOBRE TODA A CARTEIRA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLLOADIN ASSIGN 'file/watchlist_load.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WLLOADIN.
           SELECT WLLOADERR ASSIGN 'file/watchlist_load_err.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-WLLOADERR.
           SELECT WATCHLIST ASSIGN 'file/watchlist.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ID
               FILE STATUS IS FS-WATCHLIST.

       DATA DIVISION.
       FILE SECTION.
       FD WLLOADIN.
       01 WLLOADIN-REC.
           05 WLIN-ID                   PIC X(10).
           05 WLIN-NAME                 PIC X(40).
           05 WLIN-SOURCE               PIC X(10).

       FD WLLOADERR.
       01 WLLOADERR-REC                 PIC X(100).

       FD WATCHLIST.
           COPY 'WATCHLST.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    CAPACIDADE DA TABELA EM MEMORIA DO SANCSCR
       01 WS-WL-MAX                     PIC 9(6) VALUE 5000.
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT                 PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT               PIC 9(6) VALUE 0.
       01 WS-REJECT-REASON              PIC X(30).
       01 WS-ERR-LINE                   PIC X(100).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-WLLOADIN                   PIC X(2).
       01 FS-WLLOADERR                  PIC X(2).
       01 FS-WATCHLIST                  PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "WLLOAD: inicio da carga da lista de sancoes"

           OPEN INPUT WLLOADIN
           IF FS-WLLOADIN = '35'
               DISPLAY "WLLOAD: file/watchlist_load.txt nao existe - "
                       "a lista atual fica como esta"
               STOP RUN
           END-IF
           IF FS-WLLOADIN NOT = '00'
               DISPLAY "Erro ao abrir file/watchlist_load.txt: "
                       FS-WLLOADIN
               STOP RUN
           END-IF

           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           OPEN OUTPUT WLLOADERR
           IF FS-WLLOADERR NOT = '00'
               DISPLAY "Erro ao abrir file/watchlist_load_err.txt: "
                       FS-WLLOADERR
               STOP RUN
           END-IF
      ******************************************************************
      *    A LISTA NOVA SUBSTITUI A ANTERIOR POR INTEIRO: UM NOME
      *    RETIRADO PELO REGULADOR DEIXA DE SER FILTRADO
      ******************************************************************
           OPEN OUTPUT WATCHLIST
           IF FS-WATCHLIST NOT = '00'
               DISPLAY "Erro ao criar file/watchlist.txt: "
                       FS-WATCHLIST
               STOP RUN
           END-IF

           PERFORM UNTIL END-FILE = 'S'
               READ WLLOADIN
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM

           CLOSE WATCHLIST
           CLOSE WLLOADERR
           CLOSE WLLOADIN

           DISPLAY "WLLOAD: " WS-READ-COUNT " lida(s), "
                   WS-LOAD-COUNT " carregada(s), "
                   WS-REJECT-COUNT " recusada(s)"
           IF WS-REJECT-COUNT > 0
               DISPLAY "WLLOAD: recusadas em "
                       "file/watchlist_load_err.txt"
           END-IF.

           STOP RUN.

      ******************************************************************
      *    VALIDAR E GRAVAR UMA ENTRADA DA LISTA
      ******************************************************************
       LOAD-ONE-ENTRY.
           MOVE SPACES TO WS-REJECT-REASON
           IF WLIN-ID = SPACES
               MOVE 'IDENTIFICADOR EM BRANCO' TO WS-REJECT-REASON
           ELSE
               IF WLIN-NAME = SPACES
                   MOVE 'NOME EM BRANCO' TO WS-REJECT-REASON
               ELSE
                   IF WS-LOAD-COUNT >= WS-WL-MAX
                       MOVE 'CAPACIDADE DA LISTA ESGOTADA'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WLIN-ID TO WL-ID
               MOVE WLIN-NAME TO WL-NAME
               MOVE WLIN-SOURCE TO WL-SOURCE
               MOVE WS-BUSDATE TO WL-LIST-DATE
               WRITE WATCHLIST-REC
               IF FS-WATCHLIST = '22'
                   MOVE 'IDENTIFICADOR REPETIDO' TO WS-REJECT-REASON
               ELSE
                   IF FS-WATCHLIST NOT = '00'
                       DISPLAY "Erro ao gravar em file/watchlist.txt: "
                               FS-WATCHLIST
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-ERROR-RECORD
           END-IF.

      ******************************************************************
      *    DEVOLVER A ENTRADA RECUSADA COM O MOTIVO
      ******************************************************************
       WRITE-ERROR-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-ERR-LINE
           STRING WLLOADIN-REC DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-REJECT-REASON DELIMITED SIZE
               INTO WS-ERR-LINE
           MOVE WS-ERR-LINE TO WLLOADERR-REC
           WRITE WLLOADERR-REC
           IF FS-WLLOADERR NOT = '00'
               DISPLAY "Erro ao gravar em "
                       "file/watchlist_load_err.txt: " FS-WLLOADERR
               STOP RUN
           END-IF.
