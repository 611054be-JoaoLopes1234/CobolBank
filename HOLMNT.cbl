       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    MANUTENCAO DO CALENDARIO DE FERIADOS BANCARIOS
      *    (file/holidays.txt - VER HOLIDAYS.cpy): LISTAR, ACRESCENTAR
      *    E RETIRAR FERIADOS. O BUSCAL CONSULTA-O PARA O DATEROLL
      *    SALTAR OS DIAS EM QUE O BANCO ESTA FECHADO E PARA OS PASSOS
      *    DO CICLO APANHAREM OS VENCIMENTOS DESSES DIAS. ALTERAR O
      *    CALENDARIO E RESERVADO A SUPERVISORES E CADA ALTERACAO FICA
      *    NO LOG DE AUDITORIA DAS MANUTENCOES (MNTAUDIT).
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

       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAYS.
           COPY 'HOLIDAYS.cpy'.

       WORKING-STORAGE SECTION.
       01 INPUT-USER                    PIC X(1).
       01 WS-DONE                       PIC X(1) VALUE 'N'.
       01 WS-NEW-DATE                   PIC 9(8).
       01 WS-NEW-DESC                   PIC X(30).
       01 WS-DATE-INT                   PIC 9(8).
       01 WS-WEEKDAY                    PIC 9(1).
       01 WS-FROM-YEAR                  PIC 9(4).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-HOLIDAYS                   PIC X(2).
      *    BLOCO DE PARAMETROS DO LOG DE AUDITORIA DAS MANUTENCOES
           COPY 'MNTAPRM.cpy'.

       LINKAGE SECTION.
           COPY 'OPERSESS.cpy'.

       PROCEDURE DIVISION USING OPER-SESSION.

       MAIN-LOGIC SECTION.

      ******************************************************************
      *    ALTERAR O CALENDARIO E RESERVADO A SUPERVISORES
      ******************************************************************
           IF OPER-SESS-LEVEL NOT = 'S'
               DISPLAY "Apenas supervisores podem gerir o "
                       "calendario de feriados!"
               EXIT PROGRAM
           END-IF

           PERFORM UNTIL WS-DONE = 'S'
               DISPLAY '1 - List holidays'
               DISPLAY '2 - Add holiday'
               DISPLAY '3 - Remove holiday'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
               EVALUATE INPUT-USER
                   WHEN 1
                       PERFORM LIST-HOLIDAYS
                   WHEN 2
                       PERFORM ADD-HOLIDAY
                   WHEN 3
                       PERFORM REMOVE-HOLIDAY
                   WHEN 'X'
                       MOVE 'S' TO WS-DONE
               END-EVALUATE
           END-PERFORM.

           EXIT PROGRAM.

      ******************************************************************
      *    LISTAR OS FERIADOS A PARTIR DE UM ANO (CHAVE = DATA, PELO
      *    QUE SAEM POR ORDEM CRONOLOGICA)
      ******************************************************************
       LIST-HOLIDAYS.
           DISPLAY "A partir de que ano? (AAAA)"
           ACCEPT WS-FROM-YEAR

           MOVE 'N' TO END-FILE
           OPEN INPUT HOLIDAYS
           IF FS-HOLIDAYS = '35'
               DISPLAY "Ainda nao ha feriados registados."
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLIDAYS NOT = '00'
               DISPLAY "Erro ao abrir file/holidays.txt: " FS-HOLIDAYS
               STOP RUN
           END-IF

           DISPLAY "DATA      DESCRICAO"
           MOVE ZERO TO HOL-DATE
           MOVE WS-FROM-YEAR TO HOL-DATE (1:4)
           START HOLIDAYS KEY IS >= HOL-DATE
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START

           PERFORM UNTIL END-FILE = 'S'
               READ HOLIDAYS NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF FS-HOLIDAYS NOT = '00'
                           DISPLAY "Erro ao ler file/holidays.txt: "
                                   FS-HOLIDAYS
                           STOP RUN
                       END-IF
                       DISPLAY HOL-DATE '  ' HOL-DESC
               END-READ
           END-PERFORM

           CLOSE HOLIDAYS.

      ******************************************************************
      *    ACRESCENTAR UM FERIADO. A DATA TEM DE SER VALIDA; UM SABADO
      *    OU DOMINGO JA NAO E DIA UTIL E NAO PRECISA DE REGISTO.
      ******************************************************************
       ADD-HOLIDAY.
           DISPLAY "Qual a data do feriado? (AAAAMMDD)"
           ACCEPT WS-NEW-DATE
           DISPLAY "Qual a descricao do feriado?"
           ACCEPT WS-NEW-DESC

           IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE) NOT = 0
               DISPLAY "Data invalida!"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-NEW-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DATE-INT, 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               DISPLAY "Essa data ja e um fim de semana!"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O HOLIDAYS
           IF FS-HOLIDAYS = '35'
               OPEN OUTPUT HOLIDAYS
               IF FS-HOLIDAYS NOT = '00'
                   DISPLAY "Erro ao criar file/holidays.txt: "
                           FS-HOLIDAYS
                   STOP RUN
               END-IF
               CLOSE HOLIDAYS
               OPEN I-O HOLIDAYS
           END-IF
           IF FS-HOLIDAYS NOT = '00'
               DISPLAY "Erro ao abrir file/holidays.txt: " FS-HOLIDAYS
               STOP RUN
           END-IF

           MOVE WS-NEW-DATE TO HOL-DATE
           MOVE WS-NEW-DESC TO HOL-DESC
           WRITE HOLIDAYS-REC
           IF FS-HOLIDAYS = '22'
               DISPLAY "Essa data ja esta no calendario!"
               CLOSE HOLIDAYS
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLIDAYS NOT = '00'
               DISPLAY "Erro ao gravar em file/holidays.txt: "
                       FS-HOLIDAYS
               STOP RUN
           END-IF
           CLOSE HOLIDAYS
           DISPLAY "Feriado registado com sucesso!"

           MOVE 'HOLIDAYS' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-NEW-DATE TO MA-KEY (1:8)
           MOVE 'ADD' TO MA-FIELD
           MOVE '(NOVO)' TO MA-OLD
           MOVE WS-NEW-DESC TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    RETIRAR UM FERIADO DO CALENDARIO
      ******************************************************************
       REMOVE-HOLIDAY.
           DISPLAY "Qual a data do feriado a retirar? (AAAAMMDD)"
           ACCEPT WS-NEW-DATE

           OPEN I-O HOLIDAYS
           IF FS-HOLIDAYS = '35'
               DISPLAY "Ainda nao ha feriados registados."
               EXIT PARAGRAPH
           END-IF
           IF FS-HOLIDAYS NOT = '00'
               DISPLAY "Erro ao abrir file/holidays.txt: " FS-HOLIDAYS
               STOP RUN
           END-IF

           MOVE WS-NEW-DATE TO HOL-DATE
           READ HOLIDAYS
               INVALID KEY
                   DISPLAY "Essa data nao esta no calendario!"
                   CLOSE HOLIDAYS
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE 'HOLIDAYS' TO MA-FILE
           MOVE SPACES TO MA-KEY
           MOVE WS-NEW-DATE TO MA-KEY (1:8)
           MOVE 'DEL' TO MA-FIELD
           MOVE HOL-DESC TO MA-OLD
           MOVE '(RETIRADO)' TO MA-NEW
           MOVE OPER-SESS-ID TO MA-OPER

           DELETE HOLIDAYS
           IF FS-HOLIDAYS NOT = '00'
               DISPLAY "Erro ao apagar em file/holidays.txt: "
                       FS-HOLIDAYS
               STOP RUN
           END-IF
           CLOSE HOLIDAYS
           DISPLAY "Feriado retirado com sucesso!"
           PERFORM WRITE-MAINT-AUDIT.

      ******************************************************************
      *    A ALTERACAO FICA NO LOG DE AUDITORIA DAS MANUTENCOES
      ******************************************************************
       WRITE-MAINT-AUDIT.
           CALL 'MNTAUDIT' USING MNTAUDIT-PARM
           IF MA-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/maint_audit.txt: "
                       MA-STATUS
               STOP RUN
           END-IF.
