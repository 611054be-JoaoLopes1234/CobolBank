       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAL.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    CALENDARIO DE DIAS UTEIS. SABADOS, DOMINGOS E OS FERIADOS
      *    DE file/holidays.txt (MANTIDOS PELO HOLMNT) NAO SAO DIAS
      *    UTEIS. O DATEROLL AVANCA A DATA DE NEGOCIO DE DIA UTIL EM
      *    DIA UTIL; OS PASSOS DO CICLO QUE PROCESSAM VENCIMENTOS
      *    (STORDRUN, LOANCOLL, TDMATURE) PEDEM AQUI A JANELA DE DATAS
      *    A APANHAR NA DATA DE NEGOCIO, E OS DE FIM DE MES (FEERUN,
      *    CARDRENW, STMTRUN, AVGBAL, PROFRPT, KYCRPT, GLCLOSE) O
      *    ULTIMO DIA UTIL DO MES. A
      *    CONVENCAO PARA O QUE VENCE NUM DIA NAO UTIL ('N' = DIA
      *    UTIL SEGUINTE, 'P' = DIA UTIL ANTERIOR) ESTA EM
      *    file/calparm.txt. VER BUSCPRM.cpy.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAYS ASSIGN 'file/holidays.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-DATE
               FILE STATUS IS FS-HOLIDAYS.
           SELECT CALPARM ASSIGN 'file/calparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALPARM.

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAYS.
           COPY 'HOLIDAYS.cpy'.

       FD CALPARM.
       01 CALPARM-REC                   PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-HOLIDAYS-OPEN              PIC X(1).
       01 WS-TEST-DATE                  PIC 9(8).
       01 WS-TEST-INT                   PIC 9(8).
       01 WS-WEEKDAY                    PIC 9(1).
       01 WS-IS-BUSDAY                  PIC X(1).
       01 WS-SCAN-INT                   PIC 9(8).
       01 WS-SCAN-LIMIT                 PIC 9(3).
       01 WS-MONTH-START                PIC 9(8).
       01 WS-MONTH-START-R REDEFINES WS-MONTH-START.
           05 WS-MS-YEAR                PIC 9(4).
           05 WS-MS-MONTH               PIC 9(2).
           05 WS-MS-DAY                 PIC 9(2).
      *    VARIABLE FILE STATUS
       01 FS-HOLIDAYS                   PIC X(2).
       01 FS-CALPARM                    PIC X(2).

       LINKAGE SECTION.
           COPY 'BUSCPRM.cpy'.

       PROCEDURE DIVISION USING BUSCAL-PARM.

           MOVE '00' TO BC-STATUS
           MOVE 'N' TO BC-BUSDAY
           MOVE ZERO TO BC-RESULT

           PERFORM READ-CONVENTION
           IF BC-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF

           PERFORM OPEN-HOLIDAYS
           IF BC-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF

           EVALUATE BC-FUNC
               WHEN 'T'
                   MOVE BC-DATE TO WS-TEST-DATE
                   PERFORM TEST-BUSINESS-DAY
                   MOVE WS-IS-BUSDAY TO BC-BUSDAY
                   MOVE BC-DATE TO BC-RESULT
               WHEN 'N'
                   MOVE BC-DATE TO WS-TEST-DATE
                   PERFORM FIND-NEXT-BUSDAY
                   MOVE WS-TEST-DATE TO BC-RESULT
               WHEN 'P'
                   MOVE BC-DATE TO WS-TEST-DATE
                   PERFORM FIND-PREVIOUS-BUSDAY
                   MOVE WS-TEST-DATE TO BC-RESULT
               WHEN 'L'
                   PERFORM FIND-LAST-BUSDAY
               WHEN 'W'
                   PERFORM FIND-DUE-WINDOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-HOLIDAYS-OPEN = 'S'
               CLOSE HOLIDAYS
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *    CONVENCAO PARA VENCIMENTOS EM DIAS NAO UTEIS: SEM FICHEIRO
      *    DE PARAMETRO (OU COM UM VALOR DESCONHECIDO) FICA O DIA UTIL
      *    SEGUINTE
      ******************************************************************
       READ-CONVENTION.
           MOVE 'N' TO BC-CONVENTION
           OPEN INPUT CALPARM
           IF FS-CALPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-CALPARM NOT = '00'
               MOVE FS-CALPARM TO BC-STATUS
               EXIT PARAGRAPH
           END-IF
           READ CALPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF CALPARM-REC = 'P' OR CALPARM-REC = 'p'
                       MOVE 'P' TO BC-CONVENTION
                   END-IF
           END-READ
           CLOSE CALPARM.

      ******************************************************************
      *    SEM CALENDARIO DE FERIADOS SO OS FINS DE SEMANA CONTAM
      ******************************************************************
       OPEN-HOLIDAYS.
           MOVE 'N' TO WS-HOLIDAYS-OPEN
           OPEN INPUT HOLIDAYS
           IF FS-HOLIDAYS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLIDAYS NOT = '00'
               MOVE FS-HOLIDAYS TO BC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-HOLIDAYS-OPEN.

      ******************************************************************
      *    WS-TEST-DATE E DIA UTIL? O DIA 1 DO CALENDARIO INTEIRO
      *    (01/01/1601) FOI UMA SEGUNDA-FEIRA, PELO QUE O RESTO DA
      *    DIVISAO POR 7 DA 6 AO SABADO E 0 AO DOMINGO
      ******************************************************************
       TEST-BUSINESS-DAY.
           MOVE 'S' TO WS-IS-BUSDAY
           COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-TEST-INT, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-IS-BUSDAY
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLIDAYS-OPEN = 'S'
               MOVE WS-TEST-DATE TO HOL-DATE
               READ HOLIDAYS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-IS-BUSDAY
               END-READ
           END-IF.

      ******************************************************************
      *    PRIMEIRO DIA UTIL DEPOIS DE WS-TEST-DATE (DEVOLVIDO NO
      *    PROPRIO WS-TEST-DATE). UM CALENDARIO SEM NENHUM DIA UTIL
      *    NUM ANO INTEIRO E UM ERRO DE MANUTENCAO, NAO UM CICLO
      *    INFINITO.
      ******************************************************************
       FIND-NEXT-BUSDAY.
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
           MOVE ZERO TO WS-SCAN-LIMIT
           MOVE 'N' TO WS-IS-BUSDAY
           PERFORM UNTIL WS-IS-BUSDAY = 'S'
               ADD 1 TO WS-SCAN-INT
               ADD 1 TO WS-SCAN-LIMIT
               IF WS-SCAN-LIMIT > 366
                   MOVE '99' TO BC-STATUS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

      ******************************************************************
      *    ULTIMO DIA UTIL ANTES DE WS-TEST-DATE
      ******************************************************************
       FIND-PREVIOUS-BUSDAY.
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE (WS-TEST-DATE)
           MOVE ZERO TO WS-SCAN-LIMIT
           MOVE 'N' TO WS-IS-BUSDAY
           PERFORM UNTIL WS-IS-BUSDAY = 'S'
               SUBTRACT 1 FROM WS-SCAN-INT
               ADD 1 TO WS-SCAN-LIMIT
               IF WS-SCAN-LIMIT > 366
                   MOVE '99' TO BC-STATUS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TEST-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

      ******************************************************************
      *    ULTIMO DIA UTIL DO MES = DIA UTIL ANTERIOR AO DIA 1 DO MES
      *    SEGUINTE
      ******************************************************************
       FIND-LAST-BUSDAY.
           MOVE BC-DATE TO WS-MONTH-START
           MOVE 1 TO WS-MS-DAY
           IF WS-MS-MONTH = 12
               MOVE 1 TO WS-MS-MONTH
               ADD 1 TO WS-MS-YEAR
           ELSE
               ADD 1 TO WS-MS-MONTH
           END-IF
           MOVE WS-MONTH-START TO WS-TEST-DATE
           PERFORM FIND-PREVIOUS-BUSDAY
           MOVE WS-TEST-DATE TO BC-RESULT.

      ******************************************************************
      *    JANELA DE VENCIMENTOS DO DIA UTIL BC-DATE:
      *    'N' - DO DIA A SEGUIR AO DIA UTIL ANTERIOR ATE BC-DATE
      *          (APANHA O FIM DE SEMANA/FERIADO QUE FICOU PARA TRAS)
      *    'P' - DE BC-DATE ATE A VESPERA DO DIA UTIL SEGUINTE
      *          (ANTECIPA O FIM DE SEMANA/FERIADO QUE VEM A SEGUIR)
      ******************************************************************
       FIND-DUE-WINDOW.
           IF BC-CONVENTION = 'P'
               MOVE BC-DATE TO BC-WINDOW-FROM
               MOVE BC-DATE TO WS-TEST-DATE
               PERFORM FIND-NEXT-BUSDAY
               COMPUTE WS-SCAN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) - 1
               COMPUTE BC-WINDOW-TO =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
           ELSE
               MOVE BC-DATE TO WS-TEST-DATE
               PERFORM FIND-PREVIOUS-BUSDAY
               COMPUTE WS-SCAN-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TEST-DATE) + 1
               COMPUTE BC-WINDOW-FROM =
                   FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
               MOVE BC-DATE TO BC-WINDOW-TO
           END-IF.
