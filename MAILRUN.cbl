       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRUN.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: EXPEDICAO POSTAL CONSOLIDADA. JUNTA NUM
      *    SO FICHEIRO PARA O IMPRESSOR OS DOCUMENTOS QUE O STMTRUN
      *    (EXTRATOS), O LETTERS (CARTAS) E O WHTCERT (CERTIFICADOS
      *    FISCAIS) DEIXARAM NA FILA DE CORREIO file/mailqueue.txt
      *    (VER MAILQ.cpy), MAIS OS QUE FICARAM RETIDOS NAS CORRIDAS
      *    ANTERIORES (file/mailheld.txt).
      *    OS DOCUMENTOS DE CLIENTES COM A MESMA MORADA (O AGREGADO:
      *    MESMO CODIGO POSTAL E MESMA MORADA EM MAIUSCULAS, SEM
      *    ESPACOS NEM PONTUACAO) VAO NUM SO ENVELOPE, DIRIGIDO AO
      *    CLIENTE DE NUMERO MAIS BAIXO. OS ENVELOPES SAEM PELA ORDEM
      *    DO CODIGO POSTAL (NNNN-NNN NA MORADA), QUE E A CHAVE DE
      *    TRIAGEM POSTAL.
      *    FICHEIRO DO IMPRESSOR (file/print_vendor_AAAAMMDD.txt):
      *      'H' - CABECALHO COM A DATA DE NEGOCIO
      *      'I' - INDICE DO ENVELOPE: NUMERO, CLIENTE DESTINATARIO,
      *            NOME E MORADA, CHAVE DE TRIAGEM, CLIENTES,
      *            TIPOS DE DOCUMENTO (E/C/F), DOCUMENTOS E PAGINAS
      *      'D' - UM POR DOCUMENTO DO ENVELOPE, COM AS PAGINAS
      *      'L' - AS LINHAS DO DOCUMENTO
      *      'T' - RODAPE: ENVELOPES, DOCUMENTOS, PAGINAS, LINHAS E
      *            DOCUMENTOS RETIDOS
      *    FICAM RETIDOS, E LISTADOS NAS EXCECOES POR BALCAO DE
      *    DOMICILIO (file/mail_exceptions_AAAAMMDD.txt), OS
      *    DOCUMENTOS DE CLIENTES COM CORREIO DEVOLVIDO (REGISTO
      *    file/retmail.txt, MARCADO NO UPDCLIE), SEM MORADA, COM UMA
      *    MORADA SEM CODIGO POSTAL OU DESCONHECIDOS. SAEM NA PRIMEIRA
      *    EXPEDICAO DEPOIS DE CORRIGIDA A MORADA.
      *    O DIA DA SEMANA DA EXPEDICAO ESTA EM file/mailparm.txt
      *    (1 = SEGUNDA ... 5 = SEXTA; SEM FICHEIRO OU 0 = TODOS OS
      *    DIAS UTEIS); SE ESSE DIA NAO FOR UTIL, A EXPEDICAO SAI NO
      *    DIA UTIL SEGUINTE. NOS OUTROS DIAS A FILA VAI ACUMULANDO.
      *    AS DUAS GERACOES DATADAS FICAM CATALOGADAS NO SPOOL
      *    ('MAILRUN' E 'MAILEXC') E A FILA E ESVAZIADA NO FIM.
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
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT BRANCHES ASSIGN 'file/branches.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS FS-BRANCHES.
           SELECT RETMAIL ASSIGN 'file/retmail.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID-USER
               FILE STATUS IS FS-RETMAIL.
           SELECT MAILPARM ASSIGN 'file/mailparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILPARM.
           SELECT MAILQUEUE ASSIGN 'file/mailqueue.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILQUEUE.
           SELECT MAILHELD ASSIGN 'file/mailheld.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILHELD.
           SELECT MAILWORK ASSIGN 'file/mail_work.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS FS-MAILWORK.
           SELECT MAILHOUSE ASSIGN 'file/mail_house.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-GROUP
               FILE STATUS IS FS-MAILHOUSE.
           SELECT VENDFILE ASSIGN WS-VENDOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENDFILE.
           SELECT MAILEXC ASSIGN WS-EXC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAILEXC.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS.
           COPY 'CLIENTS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD BRANCHES.
           COPY 'BRANCH.cpy'.

       FD RETMAIL.
           COPY 'RETMAIL.cpy'.

       FD MAILPARM.
       01 MAILPARM-REC                  PIC X(1).

      *    FILA E RETIDOS TEM O LAYOUT DE MAILQ.cpy
       FD MAILQUEUE.
       01 MAILQUEUE-REC                 PIC X(106).

       FD MAILHELD.
       01 MAILHELD-REC                  PIC X(106).

      *    DOCUMENTOS A EXPEDIR E RETIDOS, PELA ORDEM DO FICHEIRO DO
      *    IMPRESSOR. A LINHA 0 DE CADA DOCUMENTO E O SEU CABECALHO,
      *    COM AS PAGINAS. MW-HOLD: '0' = A EXPEDIR, COM MW-GROUP =
      *    AGREGADO; '1' = RETIDO, COM O BALCAO DE DOMICILIO NO
      *    INICIO DE MW-GROUP
       FD MAILWORK.
       01 MAILWORK-REC.
           05 MW-KEY.
               10 MW-HOLD               PIC X(1).
               10 MW-GROUP.
                   15 MW-SORT-KEY       PIC X(7).
                   15 MW-ADDR-KEY       PIC X(40).
               10 MW-GROUP-R REDEFINES MW-GROUP.
                   15 MW-HELD-BRANCH    PIC 9(3).
                   15 FILLER            PIC X(44).
               10 MW-ID-USER            PIC 9(6).
               10 MW-DOC-NO             PIC 9(6).
               10 MW-LINE-NO            PIC 9(5).
           05 MW-DOC-TYPE               PIC X(1).
           05 MW-DOC-DATE               PIC 9(8).
           05 MW-DOC-PAGES              PIC 9(4).
           05 MW-REASON                 PIC X(1).
           05 MW-LINE                   PIC X(90).

      *    RESUMO DE CADA AGREGADO (UM ENVELOPE)
       FD MAILHOUSE.
       01 MAILHOUSE-REC.
           05 MH-GROUP                  PIC X(47).
           05 MH-ID-USER                PIC 9(6).
           05 MH-NAME                   PIC X(30).
           05 MH-ADDRESS                PIC X(40).
           05 MH-CLIENTS                PIC 9(3).
           05 MH-DOC-TYPES.
               10 MH-HAS-E              PIC X(1).
               10 MH-HAS-C              PIC X(1).
               10 MH-HAS-F              PIC X(1).
           05 MH-DOCS                   PIC 9(4).
           05 MH-PAGES                  PIC 9(5).

       FD VENDFILE.
       01 VENDFILE-REC                  PIC X(110).

       FD MAILEXC.
       01 MAILEXC-REC                   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-BUSDATE-INT                PIC 9(8).
       01 WS-PREV-INT                   PIC 9(8).
       01 WS-MAILDAY-INT                PIC 9(8).
       01 WS-WEEKDAY                    PIC 9(1).
      *    DIA DA SEMANA DA EXPEDICAO (0 = TODOS OS DIAS UTEIS)
       01 WS-MAIL-WEEKDAY               PIC 9(1) VALUE 0.
      *    LINHAS POR PAGINA IMPRESSA
       01 WS-PAGE-LINES                 PIC 9(3) VALUE 60.
      *    GERACOES DATADAS NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-VENDOR-NAME                PIC X(40).
       01 WS-EXC-NAME                   PIC X(40).
      *    REGISTO DA FILA/RETIDOS EM TRATAMENTO
           COPY 'MAILQ.cpy'.
      *    CARREGAMENTO: DOCUMENTO EM CURSO E CLIENTE CLASSIFICADO
       01 WS-DOC-NO                     PIC 9(6) VALUE 0.
       01 WS-LINE-NO                    PIC 9(5).
       01 WS-IN-DOC                     PIC X(1) VALUE 'N'.
       01 WS-DOC-KEY                    PIC X(65).
       01 WS-LAST-USER                  PIC 9(6).
       01 WS-CLASSIFIED                 PIC X(1) VALUE 'N'.
       01 WS-CUR-HOLD                   PIC X(1).
       01 WS-CUR-GROUP                  PIC X(47).
       01 WS-CUR-REASON                 PIC X(1).
      *    MORADA: CODIGO POSTAL E CHAVE NORMALIZADA
       01 WS-GROUP-BUILD.
           05 WS-POSTCODE               PIC X(7).
           05 WS-ADDR-KEY               PIC X(40).
       01 WS-GROUP-BRANCH-R REDEFINES WS-GROUP-BUILD.
           05 WS-GROUP-BRANCH           PIC 9(3).
           05 FILLER                    PIC X(44).
       01 WS-ADDR-UPPER                 PIC X(40).
       01 WS-ADDR-CHAR                  PIC X(1).
       01 WS-ADDR-IDX                   PIC 9(2).
       01 WS-KEY-LEN                    PIC 9(2).
      *    BALCAO DE DOMICILIO
       01 WS-THIS-BRANCH                PIC 9(3).
       01 WS-BRANCH-FOUND               PIC X(1).
       01 WS-BR-NAME                    PIC X(30).
      *    AGREGADOS E ENVELOPES
       01 WS-HOUSE-ACTIVE               PIC X(1).
       01 WS-PREV-USER                  PIC 9(6).
       01 WS-ENV-GROUP                  PIC X(47).
      *    EXCECOES: BALCAO EM CURSO
       01 WS-EXC-BRANCH                 PIC 9(3).
       01 WS-EXC-ACTIVE                 PIC X(1).
       01 WS-EXC-USER                   PIC 9(6).
       01 WS-EXC-NAME-CLI               PIC X(30).
       01 WS-BR-HELD-DOCS               PIC 9(6).
       01 WS-BR-HELD-CLIENTS            PIC 9(6).
       01 WS-DOC-DESC                   PIC X(12).
       01 WS-REASON-DESC                PIC X(40).
      *    CONTAGENS
       01 WS-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ORPHAN-COUNT               PIC 9(9) VALUE 0.
       01 WS-ENVELOPE-COUNT             PIC 9(6) VALUE 0.
       01 WS-MAILED-DOCS                PIC 9(6) VALUE 0.
       01 WS-MAILED-PAGES               PIC 9(7) VALUE 0.
       01 WS-MAILED-LINES               PIC 9(9) VALUE 0.
       01 WS-HELD-DOCS                  PIC 9(6) VALUE 0.
       01 WS-HELD-CLIENTS               PIC 9(6) VALUE 0.
       01 WS-COUNT-EDIT                 PIC Z(5)9.
       01 WS-PAGES-EDIT                 PIC Z(3)9.
       01 WS-PRINT-LINE                 PIC X(120).
      *    REGISTOS DO FICHEIRO DO IMPRESSOR
       01 PV-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 PVH-DATE                  PIC 9(8).
       01 PV-INDEX.
           05 FILLER                    PIC X(1) VALUE 'I'.
           05 PVI-ENVELOPE              PIC 9(6).
           05 PVI-SORT-KEY              PIC X(7).
           05 PVI-ID-USER               PIC 9(6).
           05 PVI-NAME                  PIC X(30).
           05 PVI-ADDRESS               PIC X(40).
           05 PVI-CLIENTS               PIC 9(3).
           05 PVI-DOC-TYPES             PIC X(3).
           05 PVI-DOCS                  PIC 9(4).
           05 PVI-PAGES                 PIC 9(5).
       01 PV-DOCUMENT.
           05 FILLER                    PIC X(1) VALUE 'D'.
           05 PVD-ENVELOPE              PIC 9(6).
           05 PVD-DOC-NO                PIC 9(6).
           05 PVD-ID-USER               PIC 9(6).
           05 PVD-DOC-TYPE              PIC X(1).
           05 PVD-DOC-DATE              PIC 9(8).
           05 PVD-PAGES                 PIC 9(4).
       01 PV-LINE.
           05 FILLER                    PIC X(1) VALUE 'L'.
           05 PVL-ENVELOPE              PIC 9(6).
           05 PVL-TEXT                  PIC X(90).
       01 PV-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 PVT-ENVELOPES             PIC 9(6).
           05 PVT-DOCS                  PIC 9(6).
           05 PVT-PAGES                 PIC 9(7).
           05 PVT-LINES                 PIC 9(9).
           05 PVT-HELD                  PIC 9(6).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
       01 END-ACCOUNTS                  PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CLIENTS                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-BRANCHES                   PIC X(2).
       01 FS-RETMAIL                    PIC X(2).
       01 FS-MAILPARM                   PIC X(2).
       01 FS-MAILQUEUE                  PIC X(2).
       01 FS-MAILHELD                   PIC X(2).
       01 FS-MAILWORK                   PIC X(2).
       01 FS-MAILHOUSE                  PIC X(2).
       01 FS-VENDFILE                   PIC X(2).
       01 FS-MAILEXC                    PIC X(2).
       01 WS-CLIENTS-OPEN               PIC X(1) VALUE 'N'.
       01 WS-ACCOUNTS-OPEN              PIC X(1) VALUE 'N'.
       01 WS-BRANCHES-OPEN              PIC X(1) VALUE 'N'.
       01 WS-RETMAIL-OPEN               PIC X(1) VALUE 'N'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "MAILRUN: inicio da expedicao postal"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'MAILRUN' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "MAILRUN: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    SO EXPEDE NO DIA DA SEMANA PARAMETRIZADO (OU NO PRIMEIRO
      *    DIA UTIL DEPOIS DELE)
      ******************************************************************
           PERFORM READ-MAIL-WEEKDAY
           IF WS-MAIL-WEEKDAY NOT = ZERO
               PERFORM CHECK-MAILING-DAY
               IF WS-MAILDAY-INT NOT > WS-PREV-INT
                   DISPLAY "MAILRUN: hoje nao ha expedicao - os "
                           "documentos ficam na fila"
                   PERFORM STAMP-STEP-DONE
                   STOP RUN
               END-IF
           END-IF

           PERFORM OPEN-LOOKUP-FILES

           OPEN OUTPUT MAILWORK
           IF FS-MAILWORK NOT = '00'
               DISPLAY "Erro ao criar file/mail_work.txt: " FS-MAILWORK
               STOP RUN
           END-IF
           CLOSE MAILWORK
           OPEN I-O MAILWORK
           IF FS-MAILWORK NOT = '00'
               DISPLAY "Erro ao abrir file/mail_work.txt: " FS-MAILWORK
               STOP RUN
           END-IF
      ******************************************************************
      *    CARREGAR OS RETIDOS DAS CORRIDAS ANTERIORES E A FILA
      ******************************************************************
           PERFORM LOAD-HELD-DOCUMENTS
           PERFORM LOAD-MAIL-QUEUE
      ******************************************************************
      *    RESUMIR OS AGREGADOS E ESCREVER O FICHEIRO DO IMPRESSOR
      ******************************************************************
           PERFORM SUMMARISE-HOUSEHOLDS

           MOVE SPACES TO WS-VENDOR-NAME
           STRING 'file/print_vendor_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-VENDOR-NAME
           PERFORM WRITE-VENDOR-FILE
      ******************************************************************
      *    RETIDOS: DE VOLTA A file/mailheld.txt E NAS EXCECOES
      ******************************************************************
           MOVE SPACES TO WS-EXC-NAME
           STRING 'file/mail_exceptions_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-EXC-NAME
           PERFORM WRITE-HELD-DOCUMENTS

           CLOSE MAILWORK
           PERFORM CLOSE-LOOKUP-FILES
      ******************************************************************
      *    A FILA JA ESTA NO FICHEIRO DO IMPRESSOR OU NOS RETIDOS
      ******************************************************************
           OPEN OUTPUT MAILQUEUE
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao esvaziar file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF
           CLOSE MAILQUEUE
      ******************************************************************
      *    CATALOGAR AS GERACOES PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'MAILRUN' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-VENDOR-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF
           MOVE 'MAILEXC' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-EXC-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-MAILED-DOCS TO RC-POSTED-COUNT
           MOVE WS-HELD-DOCS TO RC-REJECT-COUNT
           PERFORM STAMP-STEP-DONE

           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY "MAILRUN: AVISO - " WS-ORPHAN-COUNT
                       " linha(s) da fila sem documento ignorada(s)"
           END-IF
           DISPLAY "MAILRUN: " WS-MAILED-DOCS " documento(s) em "
                   WS-ENVELOPE-COUNT " envelope(s), "
                   WS-MAILED-PAGES " pagina(s), em " WS-VENDOR-NAME
           DISPLAY "MAILRUN: " WS-HELD-DOCS " documento(s) retido(s) "
                   "de " WS-HELD-CLIENTS " cliente(s), em "
                   WS-EXC-NAME

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'MAILRUN' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    DIA DA EXPEDICAO: SEM FICHEIRO DE PARAMETRO (OU COM UM VALOR
      *    FORA DE 1 A 5) EXPEDE TODOS OS DIAS UTEIS
      ******************************************************************
       READ-MAIL-WEEKDAY.
           OPEN INPUT MAILPARM
           IF FS-MAILPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-MAILPARM NOT = '00'
               DISPLAY "Erro ao abrir file/mailparm.txt: " FS-MAILPARM
               STOP RUN
           END-IF
           READ MAILPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF MAILPARM-REC >= '1' AND MAILPARM-REC <= '5'
                       MOVE MAILPARM-REC TO WS-MAIL-WEEKDAY
                   END-IF
           END-READ
           CLOSE MAILPARM.

      ******************************************************************
      *    O ULTIMO DIA DA EXPEDICAO ATE HOJE (CALENDARIO DO BUSCAL: O
      *    RESTO DA DIVISAO POR 7 DA 1 A SEGUNDA E 0 AO DOMINGO) TEM DE
      *    CAIR DEPOIS DO DIA UTIL ANTERIOR - SE FOI FERIADO, SAI HOJE
      ******************************************************************
       CHECK-MAILING-DAY.
           MOVE 'P' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-PREV-INT = FUNCTION INTEGER-OF-DATE (BC-RESULT)
           COMPUTE WS-BUSDATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSDATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-BUSDATE-INT, 7)
           COMPUTE WS-MAILDAY-INT = WS-BUSDATE-INT -
               FUNCTION MOD (WS-WEEKDAY - WS-MAIL-WEEKDAY + 7, 7).

      ******************************************************************
      *    FICHEIROS DE CONSULTA: SEM CLIENTES NENHUM DOCUMENTO TEM
      *    MORADA; SEM REGISTO DE CORREIO DEVOLVIDO NINGUEM ESTA MARCADO
      ******************************************************************
       OPEN-LOOKUP-FILES.
           OPEN INPUT CLIENTS
           IF FS-CLIENTS = '00'
               MOVE 'S' TO WS-CLIENTS-OPEN
           ELSE
               IF FS-CLIENTS NOT = '35'
                   DISPLAY "Erro ao abrir file/clients.txt: "
                           FS-CLIENTS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '00'
               MOVE 'S' TO WS-ACCOUNTS-OPEN
           ELSE
               IF FS-ACCOUNTS NOT = '35'
                   DISPLAY "Erro ao abrir file/accounts.txt: "
                           FS-ACCOUNTS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT RETMAIL
           IF FS-RETMAIL = '00'
               MOVE 'S' TO WS-RETMAIL-OPEN
           ELSE
               IF FS-RETMAIL NOT = '35'
                   DISPLAY "Erro ao abrir file/retmail.txt: "
                           FS-RETMAIL
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT BRANCHES
           IF FS-BRANCHES = '00'
               MOVE 'S' TO WS-BRANCHES-OPEN
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF WS-CLIENTS-OPEN = 'S'
               CLOSE CLIENTS
           END-IF
           IF WS-ACCOUNTS-OPEN = 'S'
               CLOSE ACCOUNTS
           END-IF
           IF WS-RETMAIL-OPEN = 'S'
               CLOSE RETMAIL
           END-IF
           IF WS-BRANCHES-OPEN = 'S'
               CLOSE BRANCHES
           END-IF.

      ******************************************************************
      *    DOCUMENTOS RETIDOS NAS CORRIDAS ANTERIORES (VOLTAM A SER
      *    CLASSIFICADOS: SE A MORADA JA FOI CORRIGIDA, SAEM HOJE)
      ******************************************************************
       LOAD-HELD-DOCUMENTS.
           OPEN INPUT MAILHELD
           IF FS-MAILHELD = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-MAILHELD NOT = '00'
               DISPLAY "Erro ao abrir file/mailheld.txt: " FS-MAILHELD
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ MAILHELD INTO MAILQ-REC
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-DOCUMENT
           CLOSE MAILHELD.

      ******************************************************************
      *    DOCUMENTOS DEIXADOS NA FILA PELO STMTRUN, LETTERS E WHTCERT
      ******************************************************************
       LOAD-MAIL-QUEUE.
           OPEN INPUT MAILQUEUE
           IF FS-MAILQUEUE = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-MAILQUEUE NOT = '00'
               DISPLAY "Erro ao abrir file/mailqueue.txt: "
                       FS-MAILQUEUE
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ MAILQUEUE INTO MAILQ-REC
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-DOCUMENT
           CLOSE MAILQUEUE.

      ******************************************************************
      *    UM REGISTO DA FILA: 'D' ABRE UM DOCUMENTO NOVO (LINHA 0,
      *    O CABECALHO), 'L' ACRESCENTA UMA LINHA AO DOCUMENTO ABERTO
      ******************************************************************
       LOAD-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF MQ-REC-TYPE = 'D'
               PERFORM CLOSE-DOCUMENT
               IF WS-CLASSIFIED NOT = 'S'
                  OR MQ-ID-USER NOT = WS-LAST-USER
                   PERFORM CLASSIFY-CLIENT
               END-IF
               ADD 1 TO WS-DOC-NO
               MOVE ZERO TO WS-LINE-NO
               MOVE 'S' TO WS-IN-DOC
               MOVE SPACES TO MQ-LINE
           ELSE
               IF WS-IN-DOC NOT = 'S'
                   ADD 1 TO WS-ORPHAN-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LINE-NO
           END-IF

           MOVE WS-CUR-HOLD TO MW-HOLD
           MOVE WS-CUR-GROUP TO MW-GROUP
           MOVE MQ-ID-USER TO MW-ID-USER
           MOVE WS-DOC-NO TO MW-DOC-NO
           MOVE WS-LINE-NO TO MW-LINE-NO
           MOVE MQ-DOC-TYPE TO MW-DOC-TYPE
           MOVE MQ-DOC-DATE TO MW-DOC-DATE
           MOVE ZERO TO MW-DOC-PAGES
           MOVE WS-CUR-REASON TO MW-REASON
           MOVE MQ-LINE TO MW-LINE
           IF WS-LINE-NO = ZERO
               MOVE MW-KEY TO WS-DOC-KEY
           END-IF
           WRITE MAILWORK-REC
           IF FS-MAILWORK NOT = '00'
               DISPLAY "Erro ao gravar em file/mail_work.txt: "
                       FS-MAILWORK
               STOP RUN
           END-IF.

      ******************************************************************
      *    FECHAR O DOCUMENTO ABERTO: AS PAGINAS FICAM NO CABECALHO
      ******************************************************************
       CLOSE-DOCUMENT.
           IF WS-IN-DOC NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-DOC
           MOVE WS-DOC-KEY TO MW-KEY
           READ MAILWORK
               INVALID KEY
                   DISPLAY "Erro ao reler file/mail_work.txt: "
                           FS-MAILWORK
                   STOP RUN
           END-READ
           COMPUTE MW-DOC-PAGES =
               (WS-LINE-NO + WS-PAGE-LINES - 1) / WS-PAGE-LINES
           REWRITE MAILWORK-REC
           IF FS-MAILWORK NOT = '00'
               DISPLAY "Erro ao gravar em file/mail_work.txt: "
                       FS-MAILWORK
               STOP RUN
           END-IF.

      ******************************************************************
      *    CLASSIFICAR O CLIENTE DO DOCUMENTO: A EXPEDIR NO AGREGADO DA
      *    SUA MORADA, OU RETIDO NO BALCAO DE DOMICILIO COM O MOTIVO
      *      'M' = CORREIO DEVOLVIDO    'A' = SEM MORADA
      *      'P' = SEM CODIGO POSTAL    'X' = CLIENTE DESCONHECIDO
      ******************************************************************
       CLASSIFY-CLIENT.
           MOVE MQ-ID-USER TO WS-LAST-USER
           MOVE 'S' TO WS-CLASSIFIED

           MOVE 'X' TO WS-CUR-REASON
           IF WS-CLIENTS-OPEN = 'S'
               MOVE MQ-ID-USER TO CLIENTS-ID
               READ CLIENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-CUR-REASON
               END-READ
           END-IF

           IF WS-CUR-REASON = SPACE AND WS-RETMAIL-OPEN = 'S'
               MOVE MQ-ID-USER TO RM-ID-USER
               READ RETMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-STATUS = 'A'
                           MOVE 'M' TO WS-CUR-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-CUR-REASON = SPACE AND CLIENTS-ADDRESS = SPACES
               MOVE 'A' TO WS-CUR-REASON
           END-IF

           IF WS-CUR-REASON = SPACE
               PERFORM BUILD-HOUSEHOLD-KEY
               IF WS-POSTCODE = SPACES
                   MOVE 'P' TO WS-CUR-REASON
               END-IF
           END-IF

           IF WS-CUR-REASON = SPACE
               MOVE '0' TO WS-CUR-HOLD
               MOVE WS-GROUP-BUILD TO WS-CUR-GROUP
           ELSE
               MOVE '1' TO WS-CUR-HOLD
               MOVE ZERO TO WS-THIS-BRANCH
               IF WS-CUR-REASON NOT = 'X'
                   PERFORM FIND-HOME-BRANCH
               END-IF
               MOVE SPACES TO WS-GROUP-BUILD
               MOVE WS-THIS-BRANCH TO WS-GROUP-BRANCH
               MOVE WS-GROUP-BUILD TO WS-CUR-GROUP
           END-IF.

      ******************************************************************
      *    CHAVE DO AGREGADO: O CODIGO POSTAL (NNNN-NNN, SO OS
      *    ALGARISMOS - E A CHAVE DE TRIAGEM) E A MORADA EM MAIUSCULAS
      *    SO COM LETRAS E ALGARISMOS ("R. DAS FLORES, 12" E
      *    "RUA DAS FLORES 12" NAO BATEM, "Rua das Flores 12" E
      *    "RUA DAS FLORES,12" SIM)
      ******************************************************************
       BUILD-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-GROUP-BUILD
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 33 OR WS-POSTCODE NOT = SPACES
               IF CLIENTS-ADDRESS (WS-ADDR-IDX:4) IS NUMERIC
                  AND CLIENTS-ADDRESS (WS-ADDR-IDX + 4:1) = '-'
                  AND CLIENTS-ADDRESS (WS-ADDR-IDX + 5:3) IS NUMERIC
                   STRING CLIENTS-ADDRESS (WS-ADDR-IDX:4)
                              DELIMITED SIZE
                          CLIENTS-ADDRESS (WS-ADDR-IDX + 5:3)
                              DELIMITED SIZE
                       INTO WS-POSTCODE
               END-IF
           END-PERFORM

           MOVE FUNCTION UPPER-CASE (CLIENTS-ADDRESS) TO WS-ADDR-UPPER
           MOVE ZERO TO WS-KEY-LEN
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > 40
               MOVE WS-ADDR-UPPER (WS-ADDR-IDX:1) TO WS-ADDR-CHAR
               IF (WS-ADDR-CHAR >= 'A' AND WS-ADDR-CHAR <= 'Z')
                  OR (WS-ADDR-CHAR >= '0' AND WS-ADDR-CHAR <= '9')
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-ADDR-CHAR TO WS-ADDR-KEY (WS-KEY-LEN:1)
               END-IF
           END-PERFORM.

      ******************************************************************
      *    BALCAO DE DOMICILIO DO CLIENTE: O DA PRIMEIRA CONTA NAO
      *    ENCERRADA, OU DA PRIMEIRA CONTA SE ESTAO TODAS ENCERRADAS;
      *    SEM CONTAS (OU BALCAO EM BRANCO) CONTA COMO SEDE 0
      ******************************************************************
       FIND-HOME-BRANCH.
           MOVE ZERO TO WS-THIS-BRANCH
           MOVE 'N' TO WS-BRANCH-FOUND
           IF WS-ACCOUNTS-OPEN NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO END-ACCOUNTS
           MOVE CLIENTS-ID TO ACCOUNTS-ID-USER
           MOVE ZERO TO ACCOUNTS-ID
           START ACCOUNTS KEY IS >= ACCOUNTS-KEY
               INVALID KEY
                   MOVE 'S' TO END-ACCOUNTS
           END-START

           PERFORM UNTIL END-ACCOUNTS = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-ACCOUNTS
                   NOT AT END
                       IF ACCOUNTS-ID-USER NOT = CLIENTS-ID
                           MOVE 'S' TO END-ACCOUNTS
                       ELSE
                           IF WS-BRANCH-FOUND = 'N'
                              OR ACCOUNTS-STATUS NOT = 'C'
                               IF ACCOUNTS-BRANCH IS NUMERIC
                                   MOVE ACCOUNTS-BRANCH
                                       TO WS-THIS-BRANCH
                               ELSE
                                   MOVE ZERO TO WS-THIS-BRANCH
                               END-IF
                               MOVE 'S' TO WS-BRANCH-FOUND
                           END-IF
                           IF ACCOUNTS-STATUS NOT = 'C'
                               MOVE 'S' TO END-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    UM RESUMO POR AGREGADO A EXPEDIR: CLIENTES, TIPOS DE
      *    DOCUMENTO, DOCUMENTOS E PAGINAS; O DESTINATARIO E O PRIMEIRO
      *    CLIENTE DO AGREGADO
      ******************************************************************
       SUMMARISE-HOUSEHOLDS.
           OPEN OUTPUT MAILHOUSE
           IF FS-MAILHOUSE NOT = '00'
               DISPLAY "Erro ao criar file/mail_house.txt: "
                       FS-MAILHOUSE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-HOUSE-ACTIVE
           MOVE 'N' TO END-FILE
           MOVE LOW-VALUES TO MW-KEY
           START MAILWORK KEY IS >= MW-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ MAILWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF MW-HOLD NOT = '0'
                           MOVE 'S' TO END-FILE
                       ELSE
                           PERFORM ADD-TO-HOUSEHOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOUSE-ACTIVE = 'S'
               PERFORM WRITE-HOUSEHOLD
           END-IF

           CLOSE MAILHOUSE.

       ADD-TO-HOUSEHOLD.
           IF WS-HOUSE-ACTIVE = 'N' OR MW-GROUP NOT = MH-GROUP
               IF WS-HOUSE-ACTIVE = 'S'
                   PERFORM WRITE-HOUSEHOLD
               END-IF
               MOVE 'S' TO WS-HOUSE-ACTIVE
               MOVE MW-GROUP TO MH-GROUP
               MOVE MW-ID-USER TO MH-ID-USER
               MOVE ZERO TO MH-CLIENTS
               MOVE SPACES TO MH-DOC-TYPES
               MOVE ZERO TO MH-DOCS
               MOVE ZERO TO MH-PAGES
               MOVE ZERO TO WS-PREV-USER
           END-IF

           IF MW-ID-USER NOT = WS-PREV-USER
               ADD 1 TO MH-CLIENTS
               MOVE MW-ID-USER TO WS-PREV-USER
           END-IF

           IF MW-LINE-NO = ZERO
               ADD 1 TO MH-DOCS
               ADD MW-DOC-PAGES TO MH-PAGES
               EVALUATE MW-DOC-TYPE
                   WHEN 'E'
                       MOVE 'E' TO MH-HAS-E
                   WHEN 'C'
                       MOVE 'C' TO MH-HAS-C
                   WHEN 'F'
                       MOVE 'F' TO MH-HAS-F
               END-EVALUATE
           END-IF.

      *    O NOME E A MORADA DO ENVELOPE SAO OS DO DESTINATARIO
       WRITE-HOUSEHOLD.
           MOVE '(cliente desconhecido)' TO MH-NAME
           MOVE SPACES TO MH-ADDRESS
           MOVE MH-ID-USER TO CLIENTS-ID
           READ CLIENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLIENTS-NAME TO MH-NAME
                   MOVE CLIENTS-ADDRESS TO MH-ADDRESS
           END-READ
           WRITE MAILHOUSE-REC
           IF FS-MAILHOUSE NOT = '00'
               DISPLAY "Erro ao gravar em file/mail_house.txt: "
                       FS-MAILHOUSE
               STOP RUN
           END-IF.

      ******************************************************************
      *    FICHEIRO DO IMPRESSOR: UM ENVELOPE POR AGREGADO, PELA ORDEM
      *    DA CHAVE DE TRIAGEM, COM O INDICE A FRENTE DOS DOCUMENTOS
      ******************************************************************
       WRITE-VENDOR-FILE.
           OPEN OUTPUT VENDFILE
           IF FS-VENDFILE NOT = '00'
               DISPLAY "Erro ao abrir " WS-VENDOR-NAME ": "
                       FS-VENDFILE
               STOP RUN
           END-IF
           OPEN INPUT MAILHOUSE
           IF FS-MAILHOUSE NOT = '00'
               DISPLAY "Erro ao abrir file/mail_house.txt: "
                       FS-MAILHOUSE
               STOP RUN
           END-IF

           MOVE WS-BUSDATE TO PVH-DATE
           MOVE PV-HEADER TO VENDFILE-REC
           PERFORM WRITE-VENDOR-RECORD

           MOVE SPACES TO WS-ENV-GROUP
           MOVE 'N' TO END-FILE
           MOVE LOW-VALUES TO MW-KEY
           START MAILWORK KEY IS >= MW-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ MAILWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF MW-HOLD NOT = '0'
                           MOVE 'S' TO END-FILE
                       ELSE
                           PERFORM WRITE-MAILED-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MAILHOUSE
           MOVE WS-ENVELOPE-COUNT TO PVT-ENVELOPES
           MOVE WS-MAILED-DOCS TO PVT-DOCS
           MOVE WS-MAILED-PAGES TO PVT-PAGES
           MOVE WS-MAILED-LINES TO PVT-LINES
           PERFORM COUNT-HELD-DOCUMENTS
           MOVE WS-HELD-DOCS TO PVT-HELD
           MOVE PV-TRAILER TO VENDFILE-REC
           PERFORM WRITE-VENDOR-RECORD
           CLOSE VENDFILE.

       WRITE-MAILED-RECORD.
           IF WS-ENVELOPE-COUNT = ZERO OR MW-GROUP NOT = WS-ENV-GROUP
               MOVE MW-GROUP TO WS-ENV-GROUP
               ADD 1 TO WS-ENVELOPE-COUNT
               MOVE MW-GROUP TO MH-GROUP
               READ MAILHOUSE
                   INVALID KEY
                       DISPLAY "Erro ao ler file/mail_house.txt: "
                               FS-MAILHOUSE
                       STOP RUN
               END-READ
               MOVE WS-ENVELOPE-COUNT TO PVI-ENVELOPE
               MOVE MW-SORT-KEY TO PVI-SORT-KEY
               MOVE MH-ID-USER TO PVI-ID-USER
               MOVE MH-NAME TO PVI-NAME
               MOVE MH-ADDRESS TO PVI-ADDRESS
               MOVE MH-CLIENTS TO PVI-CLIENTS
               MOVE MH-DOC-TYPES TO PVI-DOC-TYPES
               MOVE MH-DOCS TO PVI-DOCS
               MOVE MH-PAGES TO PVI-PAGES
               MOVE PV-INDEX TO VENDFILE-REC
               PERFORM WRITE-VENDOR-RECORD
           END-IF

           IF MW-LINE-NO = ZERO
               ADD 1 TO WS-MAILED-DOCS
               ADD MW-DOC-PAGES TO WS-MAILED-PAGES
               MOVE WS-ENVELOPE-COUNT TO PVD-ENVELOPE
               MOVE MW-DOC-NO TO PVD-DOC-NO
               MOVE MW-ID-USER TO PVD-ID-USER
               MOVE MW-DOC-TYPE TO PVD-DOC-TYPE
               MOVE MW-DOC-DATE TO PVD-DOC-DATE
               MOVE MW-DOC-PAGES TO PVD-PAGES
               MOVE PV-DOCUMENT TO VENDFILE-REC
           ELSE
               ADD 1 TO WS-MAILED-LINES
               MOVE WS-ENVELOPE-COUNT TO PVL-ENVELOPE
               MOVE MW-LINE TO PVL-TEXT
               MOVE PV-LINE TO VENDFILE-REC
           END-IF
           PERFORM WRITE-VENDOR-RECORD.

       WRITE-VENDOR-RECORD.
           WRITE VENDFILE-REC
           IF FS-VENDFILE NOT = '00'
               DISPLAY "Erro ao gravar em " WS-VENDOR-NAME ": "
                       FS-VENDFILE
               STOP RUN
           END-IF.

      ******************************************************************
      *    DOCUMENTOS E CLIENTES RETIDOS, PARA O RODAPE DO IMPRESSOR
      ******************************************************************
       COUNT-HELD-DOCUMENTS.
           MOVE ZERO TO WS-PREV-USER
           MOVE 'N' TO END-FILE
           MOVE LOW-VALUES TO MW-KEY
           MOVE '1' TO MW-HOLD
           START MAILWORK KEY IS >= MW-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ MAILWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF MW-LINE-NO = ZERO
                           ADD 1 TO WS-HELD-DOCS
                           IF MW-ID-USER NOT = WS-PREV-USER
                               ADD 1 TO WS-HELD-CLIENTS
                               MOVE MW-ID-USER TO WS-PREV-USER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    RETIDOS: REESCRITOS EM file/mailheld.txt PARA A PROXIMA
      *    EXPEDICAO E LISTADOS POR BALCAO DE DOMICILIO, UM DOCUMENTO
      *    POR LINHA
      ******************************************************************
       WRITE-HELD-DOCUMENTS.
           OPEN OUTPUT MAILHELD
           IF FS-MAILHELD NOT = '00'
               DISPLAY "Erro ao abrir file/mailheld.txt: " FS-MAILHELD
               STOP RUN
           END-IF
           OPEN OUTPUT MAILEXC
           IF FS-MAILEXC NOT = '00'
               DISPLAY "Erro ao abrir " WS-EXC-NAME ": " FS-MAILEXC
               STOP RUN
           END-IF

           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CORREIO RETIDO - EXCECOES POR BALCAO - DATA '
                      DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE 'CORRIGIR A MORADA OU LIMPAR O CORREIO DEVOLVIDO NO '
               TO WS-PRINT-LINE
           MOVE 'UPDCLIE; OS DOCUMENTOS SAEM NA EXPEDICAO SEGUINTE.'
               TO WS-PRINT-LINE (52:)
           PERFORM WRITE-EXC-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE

           MOVE 'N' TO WS-EXC-ACTIVE
           MOVE ZERO TO WS-EXC-USER
           MOVE 'N' TO END-FILE
           MOVE LOW-VALUES TO MW-KEY
           MOVE '1' TO MW-HOLD
           START MAILWORK KEY IS >= MW-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ MAILWORK NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       PERFORM WRITE-ONE-HELD-RECORD
               END-READ
           END-PERFORM
           IF WS-EXC-ACTIVE = 'S'
               PERFORM WRITE-BRANCH-TOTAL
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-HELD-DOCS TO WS-COUNT-EDIT
           STRING 'TOTAL DOCUMENTOS RETIDOS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '   CLIENTES ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-HELD-CLIENTS TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (44:6)
           PERFORM WRITE-EXC-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MAILED-DOCS TO WS-COUNT-EDIT
           STRING 'DOCUMENTOS EXPEDIDOS     ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '   ENVELOPES' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-ENVELOPE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (44:6)
           PERFORM WRITE-EXC-LINE

           CLOSE MAILEXC
           CLOSE MAILHELD.

       WRITE-ONE-HELD-RECORD.
           IF MW-LINE-NO = ZERO
               MOVE 'D' TO MQ-REC-TYPE
           ELSE
               MOVE 'L' TO MQ-REC-TYPE
           END-IF
           MOVE MW-ID-USER TO MQ-ID-USER
           MOVE MW-DOC-TYPE TO MQ-DOC-TYPE
           MOVE MW-DOC-DATE TO MQ-DOC-DATE
           MOVE MW-LINE TO MQ-LINE
           WRITE MAILHELD-REC FROM MAILQ-REC
           IF FS-MAILHELD NOT = '00'
               DISPLAY "Erro ao gravar em file/mailheld.txt: "
                       FS-MAILHELD
               STOP RUN
           END-IF

           IF MW-LINE-NO NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           IF WS-EXC-ACTIVE = 'N' OR MW-HELD-BRANCH NOT = WS-EXC-BRANCH
               IF WS-EXC-ACTIVE = 'S'
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE 'S' TO WS-EXC-ACTIVE
               MOVE MW-HELD-BRANCH TO WS-EXC-BRANCH
               PERFORM WRITE-BRANCH-HEADER
           END-IF

           IF MW-ID-USER NOT = WS-EXC-USER
               ADD 1 TO WS-BR-HELD-CLIENTS
               MOVE MW-ID-USER TO WS-EXC-USER
               MOVE '(cliente desconhecido)' TO WS-EXC-NAME-CLI
               IF WS-CLIENTS-OPEN = 'S'
                   MOVE MW-ID-USER TO CLIENTS-ID
                   READ CLIENTS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLIENTS-NAME TO WS-EXC-NAME-CLI
                   END-READ
               END-IF
           END-IF
           ADD 1 TO WS-BR-HELD-DOCS

           EVALUATE MW-DOC-TYPE
               WHEN 'E'
                   MOVE 'EXTRATO' TO WS-DOC-DESC
               WHEN 'C'
                   MOVE 'CARTA' TO WS-DOC-DESC
               WHEN 'F'
                   MOVE 'CERT.FISCAL' TO WS-DOC-DESC
               WHEN OTHER
                   MOVE 'OUTRO' TO WS-DOC-DESC
           END-EVALUATE
           EVALUATE MW-REASON
               WHEN 'M'
                   MOVE 'CORREIO DEVOLVIDO' TO WS-REASON-DESC
               WHEN 'A'
                   MOVE 'SEM MORADA' TO WS-REASON-DESC
               WHEN 'P'
                   MOVE 'MORADA SEM CODIGO POSTAL' TO WS-REASON-DESC
               WHEN OTHER
                   MOVE 'CLIENTE DESCONHECIDO' TO WS-REASON-DESC
           END-EVALUATE

           MOVE SPACES TO WS-PRINT-LINE
           STRING MW-ID-USER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-EXC-NAME-CLI DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-DOC-DESC TO WS-PRINT-LINE (39:12)
           MOVE MW-DOC-DATE TO WS-PRINT-LINE (52:8)
           MOVE MW-DOC-PAGES TO WS-PAGES-EDIT
           MOVE WS-PAGES-EDIT TO WS-PRINT-LINE (61:4)
           MOVE WS-REASON-DESC TO WS-PRINT-LINE (67:40)
           PERFORM WRITE-EXC-LINE.

       WRITE-BRANCH-HEADER.
           MOVE ZERO TO WS-BR-HELD-DOCS
           MOVE ZERO TO WS-BR-HELD-CLIENTS
           MOVE ZERO TO WS-EXC-USER
           MOVE SPACES TO WS-BR-NAME
           IF WS-BRANCHES-OPEN = 'S'
               MOVE WS-EXC-BRANCH TO BRANCH-CODE
               READ BRANCHES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BR-NAME
               END-READ
           END-IF
           IF WS-BR-NAME = SPACES AND WS-EXC-BRANCH = ZERO
               MOVE 'SEDE' TO WS-BR-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'BALCAO ' DELIMITED SIZE
                  WS-EXC-BRANCH DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-BR-NAME DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-EXC-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'CLIENTE NOME' TO WS-PRINT-LINE (1:12)
           MOVE 'DOCUMENTO' TO WS-PRINT-LINE (39:9)
           MOVE 'DATA' TO WS-PRINT-LINE (52:4)
           MOVE 'PAGS' TO WS-PRINT-LINE (61:4)
           MOVE 'MOTIVO' TO WS-PRINT-LINE (67:6)
           PERFORM WRITE-EXC-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-BR-HELD-DOCS TO WS-COUNT-EDIT
           STRING '     DOCUMENTOS RETIDOS ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
                  '   CLIENTES ' DELIMITED SIZE
               INTO WS-PRINT-LINE
           MOVE WS-BR-HELD-CLIENTS TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (43:6)
           PERFORM WRITE-EXC-LINE.

       WRITE-EXC-LINE.
           MOVE WS-PRINT-LINE TO MAILEXC-REC
           WRITE MAILEXC-REC
           IF FS-MAILEXC NOT = '00'
               DISPLAY "Erro ao gravar em " WS-EXC-NAME ": "
                       FS-MAILEXC
               STOP RUN
           END-IF.
