       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    RELATORIO DA MANHA DAS OPERACOES: COMO CORREU O CICLO DE
      *    FIM-DE-DIA DA NOITE ANTERIOR. PARA CADA PASSO COMPARA A
      *    DURACAO E OS CONTADORES (LIDOS, LANCADOS, REJEITADOS/
      *    DEVOLVIDOS) DA ULTIMA DATA DE NEGOCIO DO HISTORICO
      *    file/runstats.txt (ESCRITO PELO RUNCTL - VER RUNSTATS.cpy)
      *    COM A MEDIA DOS ULTIMOS 20 DIAS UTEIS EM QUE O PASSO
      *    CORREU, E ASSINALA:
      *      DURACAO    - MAIS DE N VEZES A DURACAO MEDIA (E ACIMA DE
      *                   UM MINIMO DE SEGUNDOS)
      *      LIDOS/LANCADOS - MAIS DE N VEZES OU MENOS DE 1/N DA MEDIA
      *                   (QUANDO A MEDIA CHEGA AO VOLUME MINIMO)
      *      REJEITADOS - MAIS DE N VEZES A MEDIA (E PELO MENOS O
      *                   VOLUME MINIMO)
      *      INCOMPLETO - O PASSO ARRANCOU E NUNCA CARIMBOU
      *      RERUN      - O PASSO ARRANCOU MAIS DE UMA VEZ NA DATA
      *      NAO-CORREU - O PASSO CORREU EM TODOS OS DIAS DO
      *                   HISTORICO MAS NAO NESTA NOITE
      *      COBERTURA  - O INTACCR OU O SNAPRUN LERAM MENOS CONTAS
      *                   DO QUE AS CONTAS NAO ENCERRADAS QUE EXISTEM
      *    E AINDA A JANELA DO CICLO (DO PRIMEIRO ARRANQUE AO ULTIMO
      *    CARIMBO) CONTRA A JANELA MEDIA.
      *    OS LIMIARES ESTAO EM file/opsparm.txt, NUMA LINHA: FATOR DE
      *    VOLUME, FATOR DE DURACAO, SEGUNDOS MINIMOS E VOLUME MINIMO
      *    (EX: 03 02 0060 0005, OS VALORES POR OMISSAO).
      *    O CHGAPPLY CORRE DEPOIS DO DATEROLL E FICA NO HISTORICO COM
      *    A DATA NOVA: NAO CONTA PARA ESCOLHER A ULTIMA NOITE.
      *    NAO FAZ PARTE DO CICLO (VER jcl/opsrpt.sh); A SAIDA E A
      *    GERACAO DATADA file/ops_report_AAAAMMDD.txt CATALOGADA NO
      *    SPOOL (VER SPOOLREG).
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNSTATS ASSIGN 'file/runstats.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS FS-RUNSTATS.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT OPSPARM ASSIGN 'file/opsparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPSPARM.
           SELECT OPSRPT ASSIGN WS-OPS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPSRPT.

       DATA DIVISION.
       FILE SECTION.
       FD RUNSTATS.
           COPY 'RUNSTATS.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD OPSPARM.
       01 OPSPARM-REC                   PIC X(20).

       FD OPSRPT.
       01 OPSRPT-REC                    PIC X(150).

       WORKING-STORAGE SECTION.
      *    LIMIARES (file/opsparm.txt)
       01 WS-VOL-FACTOR                 PIC 9(2) VALUE 3.
       01 WS-DUR-FACTOR                 PIC 9(2) VALUE 2.
       01 WS-MIN-SECS                   PIC 9(4) VALUE 60.
       01 WS-MIN-VOLUME                 PIC 9(4) VALUE 5.
       01 WS-PARM-1                     PIC X(6).
       01 WS-PARM-2                     PIC X(6).
       01 WS-PARM-3                     PIC X(6).
       01 WS-PARM-4                     PIC X(6).
      *    PASSO QUE CORRE DEPOIS DO DATEROLL, JA COM A DATA NOVA
       01 WS-POST-ROLL-STEP             PIC X(8) VALUE 'CHGAPPLY'.
      *    AS ULTIMAS 21 DATAS DE NEGOCIO DO HISTORICO: A ULTIMA E A
      *    NOITE DO RELATORIO, AS OUTRAS 20 DAO AS MEDIAS. PARA CADA
      *    DATA, O PRIMEIRO ARRANQUE E O ULTIMO CARIMBO EM SEGUNDOS
       01 WS-DT-MAX                     PIC 9(2) VALUE 21.
       01 WS-DT-COUNT                   PIC 9(2) VALUE 0.
       01 WS-DT-IDX                     PIC 9(2).
       01 WS-DATE-TABLE.
           05 WS-DT-ENTRY OCCURS 21 TIMES.
               10 WS-DT-DATE            PIC 9(8).
               10 WS-DT-FIRST           PIC 9(12).
               10 WS-DT-LAST            PIC 9(12).
       01 WS-LAST-DATE                  PIC 9(8) VALUE 0.
       01 WS-PRIOR-DAYS                 PIC 9(2) VALUE 0.
      *    UMA ENTRADA POR PASSO: SOMAS DO HISTORICO E A ULTIMA NOITE
       01 WS-ST-MAX                     PIC 9(3) VALUE 80.
       01 WS-ST-COUNT                   PIC 9(3) VALUE 0.
       01 WS-ST-IDX                     PIC 9(3).
       01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 80 TIMES.
               10 WS-ST-STEP            PIC X(8).
               10 WS-ST-HIST-DAYS       PIC 9(3).
               10 WS-ST-SUM-ELAPSED     PIC 9(10).
               10 WS-ST-SUM-READ        PIC 9(12).
               10 WS-ST-SUM-POSTED      PIC 9(12).
               10 WS-ST-SUM-REJECT      PIC 9(12).
               10 WS-ST-SEEN            PIC X(1).
               10 WS-ST-STATUS          PIC X(1).
               10 WS-ST-RUNS            PIC 9(3).
               10 WS-ST-ELAPSED         PIC 9(7).
               10 WS-ST-READ            PIC 9(9).
               10 WS-ST-POSTED          PIC 9(9).
               10 WS-ST-REJECT          PIC 9(9).
               10 WS-ST-AMOUNT          PIC S9(13)V99.
      *    MEDIAS DO PASSO EM IMPRESSAO
       01 WS-AVG-ELAPSED                PIC 9(7).
       01 WS-AVG-READ                   PIC 9(9).
       01 WS-AVG-POSTED                 PIC 9(9).
       01 WS-AVG-REJECT                 PIC 9(9).
      *    COMPARACAO DE UM CONTADOR COM A SUA MEDIA
       01 WS-CHK-LAST                   PIC 9(9).
       01 WS-CHK-AVG                    PIC 9(9).
       01 WS-CHK-OUT                    PIC X(1).
      *    ALERTAS DO PASSO EM IMPRESSAO
       01 WS-FLAGS                      PIC X(46).
       01 WS-FLAG-PTR                   PIC 9(3).
       01 WS-FLAG-WORD                  PIC X(14).
       01 WS-STEP-ALERT                 PIC X(1).
       01 WS-ALERT-COUNT                PIC 9(3) VALUE 0.
      *    CONTAS NAO ENCERRADAS (COBERTURA DO INTACCR E DO SNAPRUN)
       01 WS-OPEN-ACCOUNTS              PIC 9(9) VALUE 0.
      *    JANELA DO CICLO
       01 WS-WIN-LAST                   PIC 9(7) VALUE 0.
       01 WS-WIN-SUM                    PIC 9(10) VALUE 0.
       01 WS-WIN-DAYS                   PIC 9(2) VALUE 0.
       01 WS-WIN-AVG                    PIC 9(7) VALUE 0.
      *    CONVERSAO DE DATA/HORA EM SEGUNDOS
       01 WS-CALC-DATE                  PIC 9(8).
       01 WS-HMS                        PIC 9(6).
       01 WS-HMS-R REDEFINES WS-HMS.
           05 WS-HMS-HH                 PIC 9(2).
           05 WS-HMS-MM                 PIC 9(2).
           05 WS-HMS-SS                 PIC 9(2).
       01 WS-CALC-SECS                  PIC 9(12).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
       01 WS-OPS-NAME                   PIC X(40).
       01 WS-PRINT-LINE                 PIC X(150).
       01 WS-SECS-EDIT                  PIC Z(6)9.
       01 WS-COUNT-EDIT                 PIC Z(8)9.
       01 WS-AMOUNT-EDIT                PIC -9(13),99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-RUNSTATS                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-OPSPARM                    PIC X(2).
       01 FS-OPSRPT                     PIC X(2).
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "OPSRPT: inicio do relatorio de operacoes"

           PERFORM READ-THRESHOLDS

           OPEN INPUT RUNSTATS
           IF FS-RUNSTATS = '35'
               DISPLAY "OPSRPT: ainda nao ha estatisticas do ciclo "
                       "- nada a fazer"
               STOP RUN
           END-IF
           IF FS-RUNSTATS NOT = '00'
               DISPLAY "Erro ao abrir file/runstats.txt: " FS-RUNSTATS
               STOP RUN
           END-IF
      ******************************************************************
      *    1.A PASSAGEM: AS ULTIMAS 21 DATAS DE NEGOCIO
      ******************************************************************
           PERFORM FIND-LAST-DATES
           IF WS-DT-COUNT = ZERO
               DISPLAY "OPSRPT: ainda nao ha estatisticas do ciclo "
                       "- nada a fazer"
               CLOSE RUNSTATS
               STOP RUN
           END-IF
           MOVE WS-DT-DATE (WS-DT-COUNT) TO WS-LAST-DATE
           COMPUTE WS-PRIOR-DAYS = WS-DT-COUNT - 1
      ******************************************************************
      *    2.A PASSAGEM: SOMAS DO HISTORICO E VALORES DA ULTIMA NOITE
      ******************************************************************
           PERFORM LOAD-STEP-STATISTICS
           CLOSE RUNSTATS

           PERFORM COUNT-OPEN-ACCOUNTS
           PERFORM COMPUTE-BATCH-WINDOW
      ******************************************************************
      *    ESCREVER A GERACAO DATADA DO RELATORIO
      ******************************************************************
           MOVE SPACES TO WS-OPS-NAME
           STRING 'file/ops_report_' DELIMITED SIZE
                  WS-LAST-DATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-OPS-NAME

           OPEN OUTPUT OPSRPT
           IF FS-OPSRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-OPS-NAME ": " FS-OPSRPT
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM WRITE-ONE-STEP-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER

           CLOSE OPSRPT

           MOVE 'OPSRPT' TO SP-REPORT
           MOVE WS-LAST-DATE TO SP-DATE
           MOVE WS-OPS-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF

           DISPLAY "OPSRPT: ciclo de " WS-LAST-DATE " comparado com "
                   WS-PRIOR-DAYS " dia(s) anteriores - "
                   WS-ALERT-COUNT " alerta(s)"
           DISPLAY "OPSRPT: relatorio emitido em " WS-OPS-NAME

           STOP RUN.

      ******************************************************************
      *    LIMIARES (UMA LINHA DE file/opsparm.txt; SEM FICHEIRO, OU
      *    COM UM VALOR EM FALTA OU A ZERO, FICA O VALOR POR OMISSAO)
      ******************************************************************
       READ-THRESHOLDS.
           OPEN INPUT OPSPARM
           IF FS-OPSPARM = '00'
               READ OPSPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-PARM-1 WS-PARM-2
                                      WS-PARM-3 WS-PARM-4
                       UNSTRING OPSPARM-REC DELIMITED BY ALL SPACE
                           INTO WS-PARM-1 WS-PARM-2
                                WS-PARM-3 WS-PARM-4
                       END-UNSTRING
                       IF WS-PARM-1 NOT = SPACES
                          AND FUNCTION NUMVAL (WS-PARM-1) > ZERO
                           MOVE FUNCTION NUMVAL (WS-PARM-1)
                               TO WS-VOL-FACTOR
                       END-IF
                       IF WS-PARM-2 NOT = SPACES
                          AND FUNCTION NUMVAL (WS-PARM-2) > ZERO
                           MOVE FUNCTION NUMVAL (WS-PARM-2)
                               TO WS-DUR-FACTOR
                       END-IF
                       IF WS-PARM-3 NOT = SPACES
                          AND FUNCTION NUMVAL (WS-PARM-3) > ZERO
                           MOVE FUNCTION NUMVAL (WS-PARM-3)
                               TO WS-MIN-SECS
                       END-IF
                       IF WS-PARM-4 NOT = SPACES
                          AND FUNCTION NUMVAL (WS-PARM-4) > ZERO
                           MOVE FUNCTION NUMVAL (WS-PARM-4)
                               TO WS-MIN-VOLUME
                       END-IF
               END-READ
               CLOSE OPSPARM
           ELSE
               IF FS-OPSPARM NOT = '35'
                   DISPLAY "Erro ao abrir file/opsparm.txt: "
                           FS-OPSPARM
                   STOP RUN
               END-IF
           END-IF.

      ******************************************************************
      *    DATAS DISTINTAS DO HISTORICO (A CHAVE COMECA PELA DATA, PELO
      *    QUE SAEM POR ORDEM): FICAM AS 21 MAIS RECENTES
      ******************************************************************
       FIND-LAST-DATES.
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ RUNSTATS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-RUNSTATS NOT = '00'
                           DISPLAY "Erro ao ler file/runstats.txt: "
                                   FS-RUNSTATS
                           STOP RUN
                       END-IF
                       IF RS-STEP NOT = WS-POST-ROLL-STEP
                           PERFORM ADD-DISTINCT-DATE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-DISTINCT-DATE.
           IF WS-DT-COUNT > ZERO
               IF RS-BUSDATE = WS-DT-DATE (WS-DT-COUNT)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-DT-COUNT < WS-DT-MAX
               ADD 1 TO WS-DT-COUNT
           ELSE
               PERFORM VARYING WS-DT-IDX FROM 2 BY 1
                       UNTIL WS-DT-IDX > WS-DT-MAX
                   MOVE WS-DT-ENTRY (WS-DT-IDX)
                       TO WS-DT-ENTRY (WS-DT-IDX - 1)
               END-PERFORM
           END-IF
           MOVE RS-BUSDATE TO WS-DT-DATE (WS-DT-COUNT)
           MOVE ZERO TO WS-DT-FIRST (WS-DT-COUNT)
           MOVE ZERO TO WS-DT-LAST (WS-DT-COUNT).

      ******************************************************************
      *    DA MAIS ANTIGA DAS 21 DATAS ATE A ULTIMA NOITE: JANELA DE
      *    CADA DATA, SOMAS DOS PASSOS COMPLETOS DO HISTORICO E OS
      *    VALORES DE CADA PASSO NA ULTIMA NOITE
      ******************************************************************
       LOAD-STEP-STATISTICS.
           MOVE 'N' TO END-FILE
           MOVE WS-DT-DATE (1) TO RS-BUSDATE
           MOVE LOW-VALUES TO RS-STEP
           START RUNSTATS KEY IS >= RS-KEY
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ RUNSTATS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-RUNSTATS NOT = '00'
                           DISPLAY "Erro ao ler file/runstats.txt: "
                                   FS-RUNSTATS
                           STOP RUN
                       END-IF
                       IF RS-BUSDATE > WS-LAST-DATE
                           MOVE 'S' TO END-FILE
                       ELSE
                           PERFORM ADD-ONE-STATISTIC
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-STATISTIC.
      *    DATA SO COM O PASSO DEPOIS DO DATEROLL: NAO E UMA NOITE
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                      OR WS-DT-DATE (WS-DT-IDX) = RS-BUSDATE
               CONTINUE
           END-PERFORM
           IF WS-DT-IDX > WS-DT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-TO-BATCH-WINDOW

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-ST-STEP (WS-ST-IDX) = RS-STEP
               CONTINUE
           END-PERFORM
           IF WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-COUNT >= WS-ST-MAX
                   DISPLAY "OPSRPT: tabela de passos cheia - passo "
                           RS-STEP " ignorado"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-IDX
               MOVE RS-STEP TO WS-ST-STEP (WS-ST-IDX)
               MOVE ZERO TO WS-ST-HIST-DAYS (WS-ST-IDX)
               MOVE ZERO TO WS-ST-SUM-ELAPSED (WS-ST-IDX)
               MOVE ZERO TO WS-ST-SUM-READ (WS-ST-IDX)
               MOVE ZERO TO WS-ST-SUM-POSTED (WS-ST-IDX)
               MOVE ZERO TO WS-ST-SUM-REJECT (WS-ST-IDX)
               MOVE 'N' TO WS-ST-SEEN (WS-ST-IDX)
               MOVE SPACE TO WS-ST-STATUS (WS-ST-IDX)
               MOVE ZERO TO WS-ST-RUNS (WS-ST-IDX)
               MOVE ZERO TO WS-ST-ELAPSED (WS-ST-IDX)
               MOVE ZERO TO WS-ST-READ (WS-ST-IDX)
               MOVE ZERO TO WS-ST-POSTED (WS-ST-IDX)
               MOVE ZERO TO WS-ST-REJECT (WS-ST-IDX)
               MOVE ZERO TO WS-ST-AMOUNT (WS-ST-IDX)
           END-IF

           IF RS-BUSDATE = WS-LAST-DATE
               MOVE 'S' TO WS-ST-SEEN (WS-ST-IDX)
               MOVE RS-STATUS TO WS-ST-STATUS (WS-ST-IDX)
               MOVE RS-RUN-COUNT TO WS-ST-RUNS (WS-ST-IDX)
               MOVE RS-ELAPSED TO WS-ST-ELAPSED (WS-ST-IDX)
               MOVE RS-READ-COUNT TO WS-ST-READ (WS-ST-IDX)
               MOVE RS-POSTED-COUNT TO WS-ST-POSTED (WS-ST-IDX)
               MOVE RS-REJECT-COUNT TO WS-ST-REJECT (WS-ST-IDX)
               MOVE RS-POSTED-AMOUNT TO WS-ST-AMOUNT (WS-ST-IDX)
           ELSE
               IF RS-STATUS = 'C'
                   ADD 1 TO WS-ST-HIST-DAYS (WS-ST-IDX)
                   ADD RS-ELAPSED TO WS-ST-SUM-ELAPSED (WS-ST-IDX)
                   ADD RS-READ-COUNT TO WS-ST-SUM-READ (WS-ST-IDX)
                   ADD RS-POSTED-COUNT TO WS-ST-SUM-POSTED (WS-ST-IDX)
                   ADD RS-REJECT-COUNT TO WS-ST-SUM-REJECT (WS-ST-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *    JANELA DO CICLO DA DATA WS-DT-IDX: PRIMEIRO ARRANQUE E
      *    ULTIMO CARIMBO
      ******************************************************************
       ADD-TO-BATCH-WINDOW.
           MOVE RS-START-DATE TO WS-CALC-DATE
           MOVE RS-START-TIME TO WS-HMS
           PERFORM CALC-SECONDS
           IF WS-CALC-SECS > ZERO
               IF WS-DT-FIRST (WS-DT-IDX) = ZERO
                  OR WS-CALC-SECS < WS-DT-FIRST (WS-DT-IDX)
                   MOVE WS-CALC-SECS TO WS-DT-FIRST (WS-DT-IDX)
               END-IF
           END-IF
           IF RS-STATUS = 'C'
               MOVE RS-END-DATE TO WS-CALC-DATE
               MOVE RS-END-TIME TO WS-HMS
               PERFORM CALC-SECONDS
               IF WS-CALC-SECS > WS-DT-LAST (WS-DT-IDX)
                   MOVE WS-CALC-SECS TO WS-DT-LAST (WS-DT-IDX)
               END-IF
           END-IF.

       CALC-SECONDS.
           IF WS-CALC-DATE = ZERO
               MOVE ZERO TO WS-CALC-SECS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-SECS =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 86400
               + WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS.

      ******************************************************************
      *    JANELA DA ULTIMA NOITE E JANELA MEDIA DOS DIAS ANTERIORES
      ******************************************************************
       COMPUTE-BATCH-WINDOW.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-FIRST (WS-DT-IDX) > ZERO
                  AND WS-DT-LAST (WS-DT-IDX) > WS-DT-FIRST (WS-DT-IDX)
                   IF WS-DT-IDX = WS-DT-COUNT
                       COMPUTE WS-WIN-LAST = WS-DT-LAST (WS-DT-IDX)
                                           - WS-DT-FIRST (WS-DT-IDX)
                   ELSE
                       ADD 1 TO WS-WIN-DAYS
                       COMPUTE WS-WIN-SUM = WS-WIN-SUM
                           + WS-DT-LAST (WS-DT-IDX)
                           - WS-DT-FIRST (WS-DT-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WIN-DAYS > ZERO
               COMPUTE WS-WIN-AVG ROUNDED = WS-WIN-SUM / WS-WIN-DAYS
           END-IF.

      ******************************************************************
      *    CONTAS NAO ENCERRADAS QUE EXISTEM HOJE
      ******************************************************************
       COUNT-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-ACCOUNTS NOT = '00'
                           DISPLAY "Erro ao ler file/accounts.txt: "
                                   FS-ACCOUNTS
                           STOP RUN
                       END-IF
                       IF ACCOUNTS-STATUS NOT = 'C'
                           ADD 1 TO WS-OPEN-ACCOUNTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS.

      ******************************************************************
      *    CABECALHO
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CICLO DE FIM-DE-DIA DA DATA DE NEGOCIO '
                      DELIMITED SIZE
                  WS-LAST-DATE DELIMITED SIZE
                  ' CONTRA A MEDIA DE ' DELIMITED SIZE
                  WS-PRIOR-DAYS DELIMITED SIZE
                  ' DIA(S) ANTERIORES' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LIMIARES: VOLUME X' DELIMITED SIZE
                  WS-VOL-FACTOR DELIMITED SIZE
                  ' (MEDIA MINIMA ' DELIMITED SIZE
                  WS-MIN-VOLUME DELIMITED SIZE
                  '), DURACAO X' DELIMITED SIZE
                  WS-DUR-FACTOR DELIMITED SIZE
                  ' (MINIMO ' DELIMITED SIZE
                  WS-MIN-SECS DELIMITED SIZE
                  ' SEG)' DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL '*' TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'PASSO' TO WS-PRINT-LINE (1:5)
           MOVE 'SEG' TO WS-PRINT-LINE (14:3)
           MOVE 'MEDIA' TO WS-PRINT-LINE (20:5)
           MOVE 'LIDOS' TO WS-PRINT-LINE (30:5)
           MOVE 'MEDIA' TO WS-PRINT-LINE (40:5)
           MOVE 'LANCADOS' TO WS-PRINT-LINE (47:8)
           MOVE 'MEDIA' TO WS-PRINT-LINE (60:5)
           MOVE 'REJEIT.' TO WS-PRINT-LINE (68:7)
           MOVE 'MEDIA' TO WS-PRINT-LINE (80:5)
           MOVE 'VALOR LANCADO' TO WS-PRINT-LINE (90:13)
           MOVE 'ALERTAS' TO WS-PRINT-LINE (105:7)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    LINHA DE UM PASSO: ULTIMA NOITE, MEDIAS E ALERTAS. UM PASSO
      *    QUE NAO CORREU NESTA NOITE SO SAI SE CORRIA TODOS OS DIAS
      ******************************************************************
       WRITE-ONE-STEP-LINE.
           MOVE ZERO TO WS-AVG-ELAPSED
           MOVE ZERO TO WS-AVG-READ
           MOVE ZERO TO WS-AVG-POSTED
           MOVE ZERO TO WS-AVG-REJECT
           IF WS-ST-HIST-DAYS (WS-ST-IDX) > ZERO
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-ST-SUM-ELAPSED (WS-ST-IDX)
                   / WS-ST-HIST-DAYS (WS-ST-IDX)
               COMPUTE WS-AVG-READ ROUNDED =
                   WS-ST-SUM-READ (WS-ST-IDX)
                   / WS-ST-HIST-DAYS (WS-ST-IDX)
               COMPUTE WS-AVG-POSTED ROUNDED =
                   WS-ST-SUM-POSTED (WS-ST-IDX)
                   / WS-ST-HIST-DAYS (WS-ST-IDX)
               COMPUTE WS-AVG-REJECT ROUNDED =
                   WS-ST-SUM-REJECT (WS-ST-IDX)
                   / WS-ST-HIST-DAYS (WS-ST-IDX)
           END-IF

           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           MOVE 'N' TO WS-STEP-ALERT
           IF WS-ST-SEEN (WS-ST-IDX) = 'N'
               IF WS-PRIOR-DAYS < 5
                  OR WS-ST-HIST-DAYS (WS-ST-IDX) < WS-PRIOR-DAYS
                   EXIT PARAGRAPH
               END-IF
               MOVE 'NAO-CORREU' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           ELSE
               PERFORM CHECK-STEP-ALERTS
           END-IF
           IF WS-STEP-ALERT = 'S'
               ADD 1 TO WS-ALERT-COUNT
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ST-STEP (WS-ST-IDX) TO WS-PRINT-LINE (1:8)
           MOVE WS-ST-ELAPSED (WS-ST-IDX) TO WS-SECS-EDIT
           MOVE WS-SECS-EDIT TO WS-PRINT-LINE (10:7)
           MOVE WS-AVG-ELAPSED TO WS-SECS-EDIT
           MOVE WS-SECS-EDIT TO WS-PRINT-LINE (18:7)
           MOVE WS-ST-READ (WS-ST-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (26:9)
           MOVE WS-AVG-READ TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (36:9)
           MOVE WS-ST-POSTED (WS-ST-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (46:9)
           MOVE WS-AVG-POSTED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (56:9)
           MOVE WS-ST-REJECT (WS-ST-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (66:9)
           MOVE WS-AVG-REJECT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (76:9)
           MOVE WS-ST-AMOUNT (WS-ST-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE (86:17)
           MOVE WS-FLAGS TO WS-PRINT-LINE (105:46)
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    ALERTAS DE UM PASSO QUE CORREU NA ULTIMA NOITE
      ******************************************************************
       CHECK-STEP-ALERTS.
           IF WS-ST-STATUS (WS-ST-IDX) NOT = 'C'
               MOVE 'INCOMPLETO' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF
           IF WS-ST-RUNS (WS-ST-IDX) > 1
               MOVE 'RERUN' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF
           IF (WS-ST-STEP (WS-ST-IDX) = 'INTACCR'
               OR WS-ST-STEP (WS-ST-IDX) = 'SNAPRUN')
              AND WS-ST-STATUS (WS-ST-IDX) = 'C'
              AND WS-ST-READ (WS-ST-IDX) < WS-OPEN-ACCOUNTS
               MOVE 'COBERTURA' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF
           IF WS-ST-HIST-DAYS (WS-ST-IDX) = ZERO
               MOVE 'SEM-HISTORICO' TO WS-FLAG-WORD
               PERFORM ADD-FLAG-WORD
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-STATUS (WS-ST-IDX) NOT = 'C'
               EXIT PARAGRAPH
           END-IF

           IF WS-ST-ELAPSED (WS-ST-IDX) >= WS-MIN-SECS
              AND WS-ST-ELAPSED (WS-ST-IDX) >
                  WS-AVG-ELAPSED * WS-DUR-FACTOR
               MOVE 'DURACAO' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF

           MOVE WS-ST-READ (WS-ST-IDX) TO WS-CHK-LAST
           MOVE WS-AVG-READ TO WS-CHK-AVG
           PERFORM CHECK-VOLUME
           IF WS-CHK-OUT = 'S'
               MOVE 'LIDOS' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF
           MOVE WS-ST-POSTED (WS-ST-IDX) TO WS-CHK-LAST
           MOVE WS-AVG-POSTED TO WS-CHK-AVG
           PERFORM CHECK-VOLUME
           IF WS-CHK-OUT = 'S'
               MOVE 'LANCADOS' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF

           IF WS-ST-REJECT (WS-ST-IDX) >= WS-MIN-VOLUME
              AND WS-ST-REJECT (WS-ST-IDX) >
                  WS-AVG-REJECT * WS-VOL-FACTOR
               MOVE 'REJEITADOS' TO WS-FLAG-WORD
               PERFORM ADD-ALERT-FLAG
           END-IF.

      ******************************************************************
      *    WS-CHK-LAST FORA DA BANDA [MEDIA / FATOR, MEDIA * FATOR]?
      *    MEDIAS ABAIXO DO VOLUME MINIMO NAO SAO COMPARADAS
      ******************************************************************
       CHECK-VOLUME.
           MOVE 'N' TO WS-CHK-OUT
           IF WS-CHK-AVG < WS-MIN-VOLUME
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-LAST > WS-CHK-AVG * WS-VOL-FACTOR
              OR WS-CHK-LAST * WS-VOL-FACTOR < WS-CHK-AVG
               MOVE 'S' TO WS-CHK-OUT
           END-IF.

       ADD-ALERT-FLAG.
           MOVE 'S' TO WS-STEP-ALERT
           PERFORM ADD-FLAG-WORD.

       ADD-FLAG-WORD.
           STRING WS-FLAG-WORD DELIMITED SPACE
                  ' ' DELIMITED SIZE
               INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-STRING.

      ******************************************************************
      *    JANELA DO CICLO E TOTAL DE ALERTAS
      ******************************************************************
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'JANELA DO CICLO (SEG)' TO WS-PRINT-LINE (1:21)
           MOVE WS-WIN-LAST TO WS-SECS-EDIT
           MOVE WS-SECS-EDIT TO WS-PRINT-LINE (26:7)
           MOVE 'MEDIA' TO WS-PRINT-LINE (36:5)
           MOVE WS-WIN-AVG TO WS-SECS-EDIT
           MOVE WS-SECS-EDIT TO WS-PRINT-LINE (42:7)
           IF WS-WIN-AVG > ZERO
              AND WS-WIN-LAST >= WS-MIN-SECS
              AND WS-WIN-LAST > WS-WIN-AVG * WS-DUR-FACTOR
               MOVE 'DURACAO' TO WS-PRINT-LINE (105:7)
               ADD 1 TO WS-ALERT-COUNT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-OPEN-ACCOUNTS TO WS-COUNT-EDIT
           STRING 'CONTAS NAO ENCERRADAS: ' DELIMITED SIZE
                  WS-COUNT-EDIT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL DE ALERTAS: ' DELIMITED SIZE
                  WS-ALERT-COUNT DELIMITED SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO OPSRPT-REC
           WRITE OPSRPT-REC
           IF FS-OPSRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-OPS-NAME ": "
                       FS-OPSRPT
               STOP RUN
           END-IF.
