       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRENW.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-MES: RENOVACAO DOS CARTOES DE DEBITO QUE
      *    EXPIRAM NO MES SEGUINTE. POR CADA CARTAO ATIVO COM
      *    CARDS-EXPIRY NO MES SEGUINTE A DATA DE NEGOCIO, NUMA CONTA
      *    ATIVA DE UM CLIENTE ATIVO:
      *      - ATRIBUI UM NUMERO NOVO (BIN DO ANTIGO + SERIE DE
      *        file/card_ctl.txt + DIGITO LUHN - VER CARDCTL.cpy)
      *      - GRAVA O CARTAO NOVO EM file/cards.txt COM ESTADO 'P'
      *        (POR ATIVAR), A VALIDADE DO ANTIGO MAIS OS ANOS DA 3A
      *        LINHA DE file/cardparm.txt (SEM FICHEIRO: 3) E O MESMO
      *        LIMITE DIARIO
      *      - LIGA O NOVO AO ANTIGO EM file/cardrenew.txt (VER
      *        CARDRNW.cpy), O QUE TAMBEM IMPEDE UMA SEGUNDA RENOVACAO
      *      - ESCREVE A ORDEM DE GRAVACAO EM file/card_emboss.txt
      *    OS CARTOES BLOQUEADOS, EM CONTAS DORMENTES, FECHADAS OU
      *    INEXISTENTES E DE CLIENTES BLOQUEADOS OU FALECIDOS NAO SAO
      *    RENOVADOS: SAEM A PARTE, COM O MOTIVO, NA GERACAO DATADA
      *    file/card_renew_AAAAMMDD.txt (CATALOGADA NO SPOOL - VER
      *    SPOOLREG) - UMA SEGUNDA PASSAGEM PELOS CARTOES, A SEGUIR A
      *    LISTA DOS RENOVADOS.
      *    O CARTAO ANTIGO CONTINUA A FUNCIONAR ATE O NOVO SER
      *    ATIVADO NO CARDMNT OU ATE EXPIRAR, O QUE VIER PRIMEIRO.
      *
      *    LAYOUT DE file/card_emboss.txt (POSICOES FIXAS):
      *      'H' DATA(8)
      *      'D' CARTAO NOVO(16) VALIDADE(6) NOME(30) MORADA(40)
      *          CARTAO ANTIGO(16) DONO(6) CONTA(6)
      *      'T' DATA(8) CONTAGEM(9)
      *
      *    SO FAZ TRABALHO NO ULTIMO DIA UTIL DO MES (VER BUSCAL);
      *    NOS RESTANTES DIAS TERMINA SEM FAZER NADA, PARA PODER FICAR
      *    NO CICLO DE FIM-DE-DIA. CORRE DEPOIS DO DORMSCAN, PARA AS
      *    CONTAS QUE FICARAM DORMENTES HOJE JA FICAREM DE FORA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDS ASSIGN 'file/cards.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARDS-NUMBER
               FILE STATUS IS FS-CARDS.
           SELECT CARDRNW ASSIGN 'file/cardrenew.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OLD-CARD
               ALTERNATE RECORD KEY IS CR-NEW-CARD
               FILE STATUS IS FS-CARDRNW.
           SELECT CARDCTL ASSIGN 'file/card_ctl.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARDCTL-ID
               FILE STATUS IS FS-CARDCTL.
           SELECT CLIENTS ASSIGN 'file/clients.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTS-ID
               FILE STATUS IS FS-CLIENTS.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT CARDPARM ASSIGN 'file/cardparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARDPARM.
           SELECT EMBOSS ASSIGN 'file/card_emboss.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBOSS.
           SELECT RENEWRPT ASSIGN WS-RENEW-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RENEWRPT.

       DATA DIVISION.
       FILE SECTION.
       FD CARDS.
           COPY 'CARDS.cpy'.

       FD CARDRNW.
           COPY 'CARDRNW.cpy'.

       FD CARDCTL.
           COPY 'CARDCTL.cpy'.

       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD CARDPARM.
       01 CARDPARM-REC                  PIC X(10).

       FD EMBOSS.
       01 EMBOSS-REC                    PIC X(130).

       FD RENEWRPT.
       01 RENEWRPT-REC                  PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-RENEW-NAME                 PIC X(40).
       01 WS-TARGET-MONTH               PIC 9(6).
       01 WS-TARGET-MONTH-R REDEFINES WS-TARGET-MONTH.
           05 WS-TM-YEAR                PIC 9(4).
           05 WS-TM-MONTH               PIC 9(2).
       01 WS-RENEW-YEARS                PIC 9(2) VALUE 3.
       01 WS-PARM-LINE                  PIC 9(1).
       01 WS-NEXT-SERIAL                PIC 9(9).
       01 WS-CARDCTL-EXISTS             PIC X(1).
       01 WS-SKIP-REASON                PIC X(30).
       01 WS-RENEW-COUNT                PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT                 PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE                PIC X(90).
      *    CARTAO ANTIGO EM RENOVACAO (O CARDS-REC E REUTILIZADO PARA
      *    GRAVAR O NOVO)
       01 WS-OLD-CARD                   PIC 9(16).
       01 WS-OLD-ID-USER                PIC 9(6).
       01 WS-OLD-ID-ACCOUNT             PIC 9(6).
       01 WS-OLD-EXPIRY                 PIC 9(6).
       01 WS-OLD-LIMIT                  PIC 9(7)V99.
       01 WS-NEW-EXPIRY                 PIC 9(6).
      *    NUMERO DO CARTAO NOVO, DIGITO A DIGITO PARA O LUHN
       01 WS-NEW-CARD                   PIC 9(16).
       01 WS-NEW-CARD-R REDEFINES WS-NEW-CARD.
           05 WS-NEW-BIN                PIC 9(6).
           05 WS-NEW-SERIAL             PIC 9(9).
           05 WS-NEW-CHECK              PIC 9(1).
       01 WS-NEW-CARD-D REDEFINES WS-NEW-CARD.
           05 WS-NEW-DIGIT              PIC 9(1) OCCURS 16 TIMES.
       01 WS-LUHN-SUM                   PIC 9(4).
       01 WS-LUHN-PART                  PIC 9(2).
       01 WS-LUHN-IDX                   PIC 9(2).
       01 WS-CARD-WRITTEN               PIC X(1).
      *    'R' = PASSAGEM DE RENOVACAO, 'F' = PASSAGEM DOS DE FORA
       01 WS-PASS                       PIC X(1).
      *    REGISTOS DA INTERFACE DO GRAVADOR DE CARTOES
       01 EMB-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 EMBH-DATE                 PIC 9(8).
       01 EMB-DETAIL.
           05 FILLER                    PIC X(1) VALUE 'D'.
           05 EMBD-NEW-CARD             PIC 9(16).
           05 EMBD-EXPIRY               PIC 9(6).
           05 EMBD-NAME                 PIC X(30).
           05 EMBD-ADDRESS              PIC X(40).
           05 EMBD-OLD-CARD             PIC 9(16).
           05 EMBD-ID-USER              PIC 9(6).
           05 EMBD-ID-ACCOUNT           PIC 9(6).
       01 EMB-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 EMBT-DATE                 PIC 9(8).
           05 EMBT-COUNT                PIC 9(9).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-CARDS                      PIC X(2).
       01 FS-CARDRNW                    PIC X(2).
       01 FS-CARDCTL                    PIC X(2).
       01 FS-CLIENTS                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-CARDPARM                   PIC X(2).
       01 FS-EMBOSS                     PIC X(2).
       01 FS-RENEWRPT                   PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "CARDRENW: inicio da renovacao de cartoes"
      ******************************************************************
      *    CONTROLO DE EXECUCAO: NAO RENOVAR DUAS VEZES NA MESMA DATA
      *    DE NEGOCIO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'CARDRENW' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "CARDRENW: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO RENOVA NO ULTIMO DIA UTIL DO MES
      ******************************************************************
           MOVE 'L' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           IF WS-BUSDATE < BC-RESULT
               DISPLAY "CARDRENW: ainda nao e fim do mes - nada a "
                       "fazer"
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
      *    MES A RENOVAR = MES SEGUINTE AO DA DATA DE NEGOCIO
           DIVIDE WS-BUSDATE BY 100 GIVING WS-TARGET-MONTH
           IF WS-TM-MONTH = 12
               MOVE 1 TO WS-TM-MONTH
               ADD 1 TO WS-TM-YEAR
           ELSE
               ADD 1 TO WS-TM-MONTH
           END-IF

           PERFORM READ-CARD-PARAMETER

           OPEN I-O CARDS
           IF FS-CARDS = '35'
               DISPLAY "CARDRENW: ainda nao ha cartoes registados."
               PERFORM STAMP-STEP-DONE
               STOP RUN
           END-IF
           IF FS-CARDS NOT = '00'
               DISPLAY "Erro ao abrir file/cards.txt: " FS-CARDS
               STOP RUN
           END-IF

           OPEN I-O CARDRNW
           IF FS-CARDRNW = '35'
               OPEN OUTPUT CARDRNW
               IF FS-CARDRNW NOT = '00'
                   DISPLAY "Erro ao criar file/cardrenew.txt: "
                           FS-CARDRNW
                   STOP RUN
               END-IF
               CLOSE CARDRNW
               OPEN I-O CARDRNW
           END-IF
           IF FS-CARDRNW NOT = '00'
               DISPLAY "Erro ao abrir file/cardrenew.txt: " FS-CARDRNW
               STOP RUN
           END-IF

           OPEN INPUT CLIENTS
           IF FS-CLIENTS NOT = '00' AND FS-CLIENTS NOT = '35'
               DISPLAY "Erro ao abrir file/clients.txt: " FS-CLIENTS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           PERFORM OPEN-CARD-CONTROL
      ******************************************************************
      *    CADA FIM DE MES ESCREVE A SUA GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-RENEW-NAME
           STRING 'file/card_renew_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-RENEW-NAME
           OPEN OUTPUT RENEWRPT
           IF FS-RENEWRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-RENEW-NAME ": "
                       FS-RENEWRPT
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RENOVACAO DE CARTOES - ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  ' - CARTOES QUE EXPIRAM EM ' DELIMITED SIZE
                  WS-TARGET-MONTH DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'RENOVADOS:' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN OUTPUT EMBOSS
           IF FS-EMBOSS NOT = '00'
               DISPLAY "Erro ao abrir file/card_emboss.txt: "
                       FS-EMBOSS
               STOP RUN
           END-IF
           MOVE WS-BUSDATE TO EMBH-DATE
           MOVE EMB-HEADER TO EMBOSS-REC
           PERFORM WRITE-EMBOSS-LINE
      ******************************************************************
      *    PERCORRER OS CARTOES A PROCURA DOS QUE EXPIRAM NO MES
      *    SEGUINTE: PRIMEIRO RENOVAM-SE OS ELEGIVEIS, DEPOIS LISTAM-SE
      *    OS QUE FICARAM DE FORA
      ******************************************************************
           MOVE 'R' TO WS-PASS
           PERFORM SCAN-EXPIRING-CARDS

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'NAO RENOVADOS:' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'F' TO WS-PASS
           PERFORM SCAN-EXPIRING-CARDS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE WS-BUSDATE TO EMBT-DATE
           MOVE WS-RENEW-COUNT TO EMBT-COUNT
           MOVE EMB-TRAILER TO EMBOSS-REC
           PERFORM WRITE-EMBOSS-LINE
           CLOSE EMBOSS

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL: ' DELIMITED SIZE
                  WS-RENEW-COUNT DELIMITED SIZE
                  ' RENOVADO(S), ' DELIMITED SIZE
                  WS-SKIP-COUNT DELIMITED SIZE
                  ' DEIXADO(S) DE FORA' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE RENEWRPT

           PERFORM SAVE-CARD-CONTROL

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           IF FS-CLIENTS NOT = '35'
               CLOSE CLIENTS
           END-IF
           CLOSE CARDRNW
           CLOSE CARDS
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'CARDRENW' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-RENEW-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           COMPUTE RC-READ-COUNT = WS-RENEW-COUNT + WS-SKIP-COUNT
           MOVE WS-RENEW-COUNT TO RC-POSTED-COUNT
           MOVE WS-SKIP-COUNT TO RC-REJECT-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "CARDRENW: " WS-RENEW-COUNT " cartao(oes) "
                   "renovado(s), " WS-SKIP-COUNT
                   " deixado(s) de fora".

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'CARDRENW' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    ANOS DE VALIDADE DO CARTAO RENOVADO (3A LINHA DE
      *    file/cardparm.txt; AS DUAS PRIMEIRAS SAO DO CARDAUTH E DO
      *    CARDCLR)
      ******************************************************************
       READ-CARD-PARAMETER.
           OPEN INPUT CARDPARM
           IF FS-CARDPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDPARM NOT = '00'
               DISPLAY "Erro ao abrir file/cardparm.txt: " FS-CARDPARM
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PARM-LINE
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ CARDPARM
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-PARM-LINE
                       IF WS-PARM-LINE = 3
                           IF CARDPARM-REC NOT = SPACES
                               MOVE FUNCTION NUMVAL (CARDPARM-REC)
                                   TO WS-RENEW-YEARS
                           END-IF
                           MOVE 'S' TO END-FILE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO END-FILE
           CLOSE CARDPARM.

      ******************************************************************
      *    PROXIMA SERIE LIVRE (SEM FICHEIRO DE CONTROLO COMECA NO 1)
      ******************************************************************
       OPEN-CARD-CONTROL.
           MOVE 'S' TO WS-CARDCTL-EXISTS
           MOVE 1 TO WS-NEXT-SERIAL
           OPEN I-O CARDCTL
           IF FS-CARDCTL = '35'
               MOVE 'N' TO WS-CARDCTL-EXISTS
               EXIT PARAGRAPH
           END-IF
           IF FS-CARDCTL NOT = '00'
               DISPLAY "Erro ao abrir file/card_ctl.txt: " FS-CARDCTL
               STOP RUN
           END-IF
           MOVE '1' TO CARDCTL-ID
           READ CARDCTL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CARDCTL-NEXT-SERIAL TO WS-NEXT-SERIAL
           END-READ.

       SAVE-CARD-CONTROL.
           MOVE '1' TO CARDCTL-ID
           MOVE WS-NEXT-SERIAL TO CARDCTL-NEXT-SERIAL
           IF WS-CARDCTL-EXISTS = 'S'
               REWRITE CARDCTL-REC
               IF FS-CARDCTL = '23'
                   WRITE CARDCTL-REC
               END-IF
           ELSE
               OPEN OUTPUT CARDCTL
               IF FS-CARDCTL NOT = '00'
                   DISPLAY "Erro ao criar file/card_ctl.txt: "
                           FS-CARDCTL
                   STOP RUN
               END-IF
               WRITE CARDCTL-REC
           END-IF
           IF FS-CARDCTL NOT = '00'
               DISPLAY "Erro ao gravar em file/card_ctl.txt: "
                       FS-CARDCTL
               STOP RUN
           END-IF
           CLOSE CARDCTL.

      ******************************************************************
      *    UMA PASSAGEM COMPLETA PELOS CARTOES (WS-PASS DIZ QUAL)
      ******************************************************************
       SCAN-EXPIRING-CARDS.
           MOVE 'N' TO END-FILE
           MOVE ZERO TO CARDS-NUMBER
           START CARDS KEY IS >= CARDS-NUMBER
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ CARDS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-CARDS NOT = '00'
                           DISPLAY "Erro ao ler file/cards.txt: "
                                   FS-CARDS
                           STOP RUN
                       END-IF
                       IF CARDS-EXPIRY = WS-TARGET-MONTH
                          AND (CARDS-STATUS = 'A'
                               OR CARDS-STATUS = 'B')
                           PERFORM CHECK-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    UM CARTAO A EXPIRAR: JA RENOVADO? ELEGIVEL? NA PASSAGEM DE
      *    RENOVACAO EMITE-SE O NOVO; NA SEGUINTE O QUE NAO FOR
      *    ELEGIVEL SAI NO RELATORIO COM O MOTIVO
      ******************************************************************
       CHECK-ONE-CARD.
           MOVE CARDS-NUMBER TO CR-OLD-CARD
           READ CARDRNW
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE CARDS-NUMBER TO WS-OLD-CARD
           MOVE CARDS-ID-USER TO WS-OLD-ID-USER
           MOVE CARDS-ID-ACCOUNT TO WS-OLD-ID-ACCOUNT
           MOVE CARDS-EXPIRY TO WS-OLD-EXPIRY
           MOVE CARDS-DAILY-LIMIT TO WS-OLD-LIMIT

           MOVE SPACES TO WS-SKIP-REASON
           IF CARDS-STATUS = 'B'
               MOVE 'CARTAO BLOQUEADO' TO WS-SKIP-REASON
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF FS-ACCOUNTS = '35'
                   MOVE 'CONTA INEXISTENTE' TO WS-SKIP-REASON
               ELSE
                   MOVE WS-OLD-ID-USER TO ACCOUNTS-ID-USER
                   MOVE WS-OLD-ID-ACCOUNT TO ACCOUNTS-ID
                   READ ACCOUNTS
                       INVALID KEY
                           MOVE 'CONTA INEXISTENTE' TO WS-SKIP-REASON
                       NOT INVALID KEY
                           EVALUATE ACCOUNTS-STATUS
                               WHEN 'A'
                                   CONTINUE
                               WHEN 'D'
                                   MOVE 'CONTA DORMENTE'
                                       TO WS-SKIP-REASON
                               WHEN OTHER
                                   MOVE 'CONTA FECHADA'
                                       TO WS-SKIP-REASON
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF FS-CLIENTS = '35'
                   MOVE 'CLIENTE INEXISTENTE' TO WS-SKIP-REASON
               ELSE
                   MOVE WS-OLD-ID-USER TO CLIENTS-ID
                   READ CLIENTS
                       INVALID KEY
                           MOVE 'CLIENTE INEXISTENTE' TO WS-SKIP-REASON
                       NOT INVALID KEY
                           EVALUATE CLIENTS-STATUS
                               WHEN 'A'
                               WHEN SPACE
                                   CONTINUE
                               WHEN 'B'
                                   MOVE 'CLIENTE BLOQUEADO'
                                       TO WS-SKIP-REASON
                               WHEN OTHER
                                   MOVE 'CLIENTE FALECIDO'
                                       TO WS-SKIP-REASON
                           END-EVALUATE
                   END-READ
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF WS-PASS = 'R'
                   PERFORM RENEW-ONE-CARD
               END-IF
           ELSE
               IF WS-PASS = 'F'
                   PERFORM REPORT-SKIPPED-CARD
               END-IF
           END-IF.

      ******************************************************************
      *    EMITIR O CARTAO NOVO, LIGA-LO AO ANTIGO E ENCOMENDA-LO AO
      *    GRAVADOR. UM NUMERO JA EM USO (CARTAO REGISTADO A MAO COM
      *    A MESMA SERIE) PASSA A SERIE SEGUINTE.
      ******************************************************************
       RENEW-ONE-CARD.
           COMPUTE WS-NEW-EXPIRY = WS-OLD-EXPIRY + WS-RENEW-YEARS * 100

           MOVE 'N' TO WS-CARD-WRITTEN
           PERFORM UNTIL WS-CARD-WRITTEN = 'S'
               MOVE WS-OLD-CARD TO WS-NEW-CARD
               MOVE WS-NEXT-SERIAL TO WS-NEW-SERIAL
               ADD 1 TO WS-NEXT-SERIAL
               PERFORM COMPUTE-LUHN-DIGIT

               MOVE WS-NEW-CARD TO CARDS-NUMBER
               MOVE WS-OLD-ID-USER TO CARDS-ID-USER
               MOVE WS-OLD-ID-ACCOUNT TO CARDS-ID-ACCOUNT
               MOVE WS-NEW-EXPIRY TO CARDS-EXPIRY
               MOVE 'P' TO CARDS-STATUS
               MOVE WS-OLD-LIMIT TO CARDS-DAILY-LIMIT
               MOVE ZERO TO CARDS-AUTH-DATE
               MOVE ZERO TO CARDS-AUTH-TOTAL
               WRITE CARDS-REC
               IF FS-CARDS = '00'
                   MOVE 'S' TO WS-CARD-WRITTEN
               ELSE
                   IF FS-CARDS NOT = '22'
                       DISPLAY "Erro ao gravar em file/cards.txt: "
                               FS-CARDS
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-OLD-CARD TO CR-OLD-CARD
           MOVE WS-NEW-CARD TO CR-NEW-CARD
           MOVE WS-OLD-ID-USER TO CR-ID-USER
           MOVE WS-OLD-ID-ACCOUNT TO CR-ID-ACCOUNT
           MOVE WS-NEW-EXPIRY TO CR-NEW-EXPIRY
           MOVE WS-BUSDATE TO CR-ORDER-DATE
           MOVE 'O' TO CR-STATUS
           MOVE ZERO TO CR-ACT-DATE
           WRITE CARDRNW-REC
           IF FS-CARDRNW NOT = '00'
               DISPLAY "Erro ao gravar em file/cardrenew.txt: "
                       FS-CARDRNW
               STOP RUN
           END-IF

           MOVE WS-NEW-CARD TO EMBD-NEW-CARD
           MOVE WS-NEW-EXPIRY TO EMBD-EXPIRY
           MOVE CLIENTS-NAME TO EMBD-NAME
           MOVE CLIENTS-ADDRESS TO EMBD-ADDRESS
           MOVE WS-OLD-CARD TO EMBD-OLD-CARD
           MOVE WS-OLD-ID-USER TO EMBD-ID-USER
           MOVE WS-OLD-ID-ACCOUNT TO EMBD-ID-ACCOUNT
           MOVE EMB-DETAIL TO EMBOSS-REC
           PERFORM WRITE-EMBOSS-LINE
           ADD 1 TO WS-RENEW-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RENOVADO  ' DELIMITED SIZE
                  WS-OLD-CARD DELIMITED SIZE
                  ' CLIENTE ' DELIMITED SIZE
                  WS-OLD-ID-USER DELIMITED SIZE
                  ' CONTA ' DELIMITED SIZE
                  WS-OLD-ID-ACCOUNT DELIMITED SIZE
                  ' NOVO ' DELIMITED SIZE
                  WS-NEW-CARD DELIMITED SIZE
                  ' VAL ' DELIMITED SIZE
                  WS-NEW-EXPIRY DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
      *    VOLTAR A POSICIONAR A LEITURA SEQUENCIAL A SEGUIR AO
      *    CARTAO ANTIGO (A GRAVACAO DO NOVO MEXEU NO FICHEIRO)
           MOVE WS-OLD-CARD TO CARDS-NUMBER
           START CARDS KEY IS > CARDS-NUMBER
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START.

      ******************************************************************
      *    DIGITO DE CONTROLO LUHN SOBRE OS 15 PRIMEIROS DIGITOS: A
      *    PARTIR DA DIREITA, UM SIM UM NAO E DOBRADO (E SOMADOS OS
      *    ALGARISMOS DO DOBRO); O DIGITO COMPLETA A SOMA A DEZENA
      ******************************************************************
       COMPUTE-LUHN-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IDX FROM 1 BY 1
                   UNTIL WS-LUHN-IDX > 15
               IF FUNCTION MOD (WS-LUHN-IDX, 2) = 1
                   COMPUTE WS-LUHN-PART =
                       WS-NEW-DIGIT (WS-LUHN-IDX) * 2
                   IF WS-LUHN-PART > 9
                       SUBTRACT 9 FROM WS-LUHN-PART
                   END-IF
               ELSE
                   MOVE WS-NEW-DIGIT (WS-LUHN-IDX) TO WS-LUHN-PART
               END-IF
               ADD WS-LUHN-PART TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-NEW-CHECK =
               FUNCTION MOD (10 - FUNCTION MOD (WS-LUHN-SUM, 10), 10).

      ******************************************************************
      *    CARTAO DEIXADO DE FORA: SAI NO RELATORIO COM O MOTIVO
      ******************************************************************
       REPORT-SKIPPED-CARD.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DE FORA   ' DELIMITED SIZE
                  WS-OLD-CARD DELIMITED SIZE
                  ' CLIENTE ' DELIMITED SIZE
                  WS-OLD-ID-USER DELIMITED SIZE
                  ' CONTA ' DELIMITED SIZE
                  WS-OLD-ID-ACCOUNT DELIMITED SIZE
                  ' MOTIVO ' DELIMITED SIZE
                  WS-SKIP-REASON DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RENEWRPT-REC
           WRITE RENEWRPT-REC
           IF FS-RENEWRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-RENEW-NAME ": "
                       FS-RENEWRPT
               STOP RUN
           END-IF.

       WRITE-EMBOSS-LINE.
           WRITE EMBOSS-REC
           IF FS-EMBOSS NOT = '00'
               DISPLAY "Erro ao gravar em file/card_emboss.txt: "
                       FS-EMBOSS
               STOP RUN
           END-IF.
