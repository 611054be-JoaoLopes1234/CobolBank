      *    DIARIO CONTAR A HISTORIA CERTA. OS MOVIMENTOS DE TIPOS SEM
      *    LINHA NO MAPA SAEM EM file/gljrnl_rejects.txt PARA A
      *    CONTABILIDADE COMPLETAR O MAPA.
      *    OS CREDITOS EM SUSPENSO (file/suspense.txt) NAO PASSAM PELO
      *    RAZAO DO CLIENTE, PELO QUE SAO LANCADOS A PARTIR DA FILA:
      *    'SUSPIN' PARA OS RECEBIDOS NA DATA DE NEGOCIO E 'SUSPRTN'
      *    PARA OS DEVOLVIDOS PELO SUSPRUN NESSA DATA, COM O NUMERO DO
      *    ITEM NO LUGAR DO SEQ. A REPARACAO ('SUSPPAY') E UM
      *    MOVIMENTO DO RAZAO COMO OS OUTROS.
      *    A CONTABILIDADE E EM MOEDA NACIONAL: O MOVIMENTO DE UMA
      *    CONTA EM MOEDA ESTRANGEIRA E LANCADO PELO CONTRAVALOR AO
      *    CAMBIO MEDIO DA DATA DE NEGOCIO (FXCONV); SEM CAMBIO VAI
      *    PARA OS REJEITADOS. NUMA TRANSFERENCIA ENTRE MOEDAS AS DUAS
      *    PERNAS DEIXAM NA CONTA DE COMPENSACAO A MARGEM CAMBIAL, QUE
      *    E LANCADA A PARTIR DO REGISTO DE OPERACOES CAMBIAIS
      *    (file/fxdeals.txt) COMO 'FXMARGIN' (O MAPA DEVE DEBITAR A
      *    MESMA CONTA DE COMPENSACAO DAS TRANSFERENCIAS E CREDITAR
      *    OS PROVEITOS CAMBIAIS), COM O NUMERO DO MOVIMENTO DE DEBITO
      *    NO LUGAR DO SEQ E O BALCAO DA CONTA DEBITADA.
      *
      *    LAYOUT DA GERACAO DATADA file/gl_journal_AAAAMMDD.txt
      *    (POSICOES FIXAS):
      *      'H' DATA(8)
      *      'J' SEQ(9) TIPO(8) CONTA-DR(8) CONTA-CR(8) VALOR(11,2)
      *          BALCAO(3)
      *      'T' DATA(8) LANCAMENTOS(9) TOTAL-DR(13,2) TOTAL-CR(13,2)
      *    O RODAPE PROVA QUE OS DEBITOS IGUALAM OS CREDITOS. O BALCAO
      *    DO LANCAMENTO E O DE DOMICILIO DA CONTA DO CLIENTE (SEDE 0
      *    PARA OS SUSPENSOS E CONTAS SEM BALCAO); O GLPOST ACUMULA OS
      *    LANCAMENTOS NOS SALDOS DA RAZAO GERAL POR CONTA E BALCAO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT REJFILE ASSIGN 'file/gljrnl_rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJFILE.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT SUSPENSE ASSIGN 'file/suspense.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SEQ
               FILE STATUS IS FS-SUSPENSE.
           SELECT FXDEALS ASSIGN 'file/fxdeals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXDEALS.

       DATA DIVISION.
       FILE SECTION.
       FD REJFILE.
       01 REJFILE-REC                   PIC X(60).

       FD SUSPENSE.
           COPY 'SUSPENSE.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD FXDEALS.
           COPY 'FXDEAL.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACAO DATADA NO SPOOL (VER SPOOLREG/SPOOLCTL.cpy)
      *    SINAL DO MOVIMENTO E SINAL NORMAL DO TIPO (VER GLMAP.cpy)
       01 WS-MOVE-SIGN                  PIC X(1).
       01 WS-NORM-SIGN                  PIC X(1).
      *    TIPO DO LANCAMENTO DE UM ITEM DA FILA DE SUSPENSOS
       01 WS-SUSP-TYPE                  PIC X(8).
      *    MOEDA E BALCAO DA CONTA DO MOVIMENTO
       01 WS-ACC-CURRENCY               PIC X(3).
       01 WS-ACC-BRANCH                 PIC 9(3).
      *    VALOR DO MOVIMENTO EM MOEDA NACIONAL
       01 WS-HOME-AMOUNT                PIC S9(9)V99.
       01 WS-FX-REJECT                  PIC X(1).
      *    REGISTOS DA INTERFACE
       01 JRN-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 JRNE-DR-ACCT              PIC X(8).
           05 JRNE-CR-ACCT              PIC X(8).
           05 JRNE-AMOUNT               PIC 9(9)V99.
           05 JRNE-BRANCH               PIC 9(3).
       01 JRN-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 JRNT-DATE                 PIC 9(8).
       01 FS-GLMAP                      PIC X(2).
       01 FS-JRNFILE                    PIC X(2).
       01 FS-REJFILE                    PIC X(2).
       01 FS-SUSPENSE                   PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-FXDEALS                    PIC X(2).
       01 WS-GLMAP-EXISTS               PIC X(1) VALUE 'S'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

           MOVE WS-BUSDATE TO JRNH-DATE
           MOVE JRN-HEADER TO JRNFILE-REC
           PERFORM WRITE-JOURNAL-RECORD

           OPEN INPUT ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF
      ******************************************************************
      *    UM LANCAMENTO POR MOVIMENTO DO FICHEIRO-DIA DO DAYEXTR,
      *    COM RECONCILIACAO CONTRA O RODAPE
           END-IF

           CLOSE DAYFILE
      ******************************************************************
      *    MARGEM DAS OPERACOES CAMBIAIS DA DATA DE NEGOCIO
      ******************************************************************
           OPEN INPUT FXDEALS
           IF FS-FXDEALS = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ FXDEALS
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF FXD-DATE = WS-BUSDATE
                              AND FXD-MARGIN NOT = ZERO
                               PERFORM POST-FX-MARGIN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXDEALS
           ELSE
               IF FS-FXDEALS NOT = '35'
                   DISPLAY "Erro ao abrir file/fxdeals.txt: "
                           FS-FXDEALS
                   STOP RUN
               END-IF
           END-IF

           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
      ******************************************************************
      *    ENTRADAS E SAIDAS DA CONTA DE SUSPENSOS NA DATA DE NEGOCIO
      ******************************************************************
           OPEN INPUT SUSPENSE
           IF FS-SUSPENSE = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ SUSPENSE NEXT RECORD
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           IF SUS-RECV-DATE = WS-BUSDATE
                               MOVE 'SUSPIN' TO WS-SUSP-TYPE
                               PERFORM POST-SUSPENSE-ENTRY
                           END-IF
                           IF SUS-STATUS = 'R'
                              AND SUS-CLOSE-DATE = WS-BUSDATE
                               MOVE 'SUSPRTN' TO WS-SUSP-TYPE
                               PERFORM POST-SUSPENSE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE
           ELSE
               IF FS-SUSPENSE NOT = '35'
                   DISPLAY "Erro ao abrir file/suspense.txt: "
                           FS-SUSPENSE
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-BUSDATE TO JRNT-DATE
           MOVE WS-ENTRY-COUNT TO JRNT-COUNT
               STOP RUN
           END-IF

           MOVE WS-DAY-READ-COUNT TO RC-READ-COUNT
           MOVE WS-ENTRY-COUNT TO RC-POSTED-COUNT
           MOVE WS-REJECT-COUNT TO RC-REJECT-COUNT
           MOVE WS-TOTAL-DR TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "GLJRNL: " WS-ENTRY-COUNT " lancamento(s), "
      *    NO MAPA O MOVIMENTO VAI PARA A LISTA DE REJEITADOS
      ******************************************************************
       POST-ONE-ENTRY.
           MOVE 'N' TO WS-FX-REJECT
           IF WS-GLMAP-EXISTS NOT = 'S'
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE DAYF-ID-USER TO ACCOUNTS-ID-USER
           MOVE DAYF-ID TO ACCOUNTS-ID
           PERFORM READ-ENTRY-ACCOUNT
           PERFORM CONVERT-ENTRY-AMOUNT
           IF WS-FX-REJECT = 'S'
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE DAYF-TYPE TO GLMAP-TYPE
           READ GLMAP
               INVALID KEY
                   CONTINUE
           END-READ

           IF WS-HOME-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = 0 - WS-HOME-AMOUNT
               MOVE 'D' TO WS-MOVE-SIGN
           ELSE
               MOVE WS-HOME-AMOUNT TO WS-ABS-AMOUNT
               MOVE 'C' TO WS-MOVE-SIGN
           END-IF
           IF GLMAP-NORM-SIGN = 'D'
               MOVE GLMAP-DR-ACCT TO JRNE-CR-ACCT
           END-IF
           MOVE WS-ABS-AMOUNT TO JRNE-AMOUNT
           MOVE WS-ACC-BRANCH TO JRNE-BRANCH
           MOVE JRN-ENTRY TO JRNFILE-REC
           PERFORM WRITE-JOURNAL-RECORD

           ADD WS-ABS-AMOUNT TO WS-TOTAL-CR.

      ******************************************************************
      *    BALCAO DE DOMICILIO (SEDE 0 SE NAO HOUVER) E MOEDA (A
      *    NACIONAL SE NAO HOUVER) DA CONTA ACCOUNTS-KEY
      ******************************************************************
       READ-ENTRY-ACCOUNT.
           MOVE ZERO TO WS-ACC-BRANCH
           MOVE SPACES TO WS-ACC-CURRENCY
           IF FS-ACCOUNTS = '35'
               EXIT PARAGRAPH
           END-IF
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCOUNTS-BRANCH IS NUMERIC
                       MOVE ACCOUNTS-BRANCH TO WS-ACC-BRANCH
                   END-IF
                   MOVE ACCOUNTS-CURRENCY TO WS-ACC-CURRENCY
           END-READ.

      ******************************************************************
      *    CONTRAVALOR EM MOEDA NACIONAL DO MOVIMENTO, AO CAMBIO MEDIO
      *    DA DATA DE NEGOCIO (O MESMO DAS CONVERSOES DO DIA)
      ******************************************************************
       CONVERT-ENTRY-AMOUNT.
           MOVE 'N' TO WS-FX-REJECT
           MOVE DAYF-AMOUNT TO WS-HOME-AMOUNT
           IF WS-ACC-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-ACC-CURRENCY TO FC-FROM-CUR
           MOVE SPACES TO FC-TO-CUR
           MOVE DAYF-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           IF FC-FOUND NOT = 'S'
               MOVE 'S' TO WS-FX-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE FC-HOME-AMOUNT TO WS-HOME-AMOUNT.

      ******************************************************************
      *    MOVIMENTO SEM LINHA NO MAPA (OU SEM CAMBIO PARA A MOEDA DA
      *    CONTA): SEQ, TIPO E VALOR PARA A CONTABILIDADE COMPLETAR O
      *    MAPA NO RATEMNT OU O CAMBIO NO FXMNT
      ******************************************************************
       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           IF WS-FX-REJECT = 'S'
               STRING DAYF-SEQ DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      DAYF-TYPE DELIMITED SIZE
                      ' SEM CAMBIO PARA ' DELIMITED SIZE
                      WS-ACC-CURRENCY DELIMITED SIZE
                   INTO WS-REJECT-LINE
           ELSE
               STRING DAYF-SEQ DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      DAYF-TYPE DELIMITED SIZE
                      ' SEM LINHA NO MAPA CONTABILISTICO'
                          DELIMITED SIZE
                   INTO WS-REJECT-LINE
           END-IF
           MOVE WS-REJECT-LINE TO REJFILE-REC
           WRITE REJFILE-REC
           IF FS-REJFILE NOT = '00'
               DISPLAY "Erro ao gravar em file/gljrnl_rejects.txt: "
                       FS-REJFILE
               STOP RUN
           END-IF.

      ******************************************************************
      *    LANCAMENTO DE UM ITEM DA FILA DE SUSPENSOS: O PAR DO MAPA
      *    PARA WS-SUSP-TYPE, SEMPRE NO SENTIDO NORMAL
      ******************************************************************
       POST-SUSPENSE-ENTRY.
           IF WS-GLMAP-EXISTS NOT = 'S'
               PERFORM WRITE-SUSPENSE-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUSP-TYPE TO GLMAP-TYPE
           READ GLMAP
               INVALID KEY
                   PERFORM WRITE-SUSPENSE-REJECT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE SUS-SEQ TO JRNE-SEQ
           MOVE WS-SUSP-TYPE TO JRNE-TYPE
           MOVE GLMAP-DR-ACCT TO JRNE-DR-ACCT
           MOVE GLMAP-CR-ACCT TO JRNE-CR-ACCT
           MOVE SUS-AMOUNT TO JRNE-AMOUNT
           MOVE ZERO TO JRNE-BRANCH
           MOVE JRN-ENTRY TO JRNFILE-REC
           PERFORM WRITE-JOURNAL-RECORD

           ADD 1 TO WS-ENTRY-COUNT
           ADD SUS-AMOUNT TO WS-TOTAL-DR
           ADD SUS-AMOUNT TO WS-TOTAL-CR.

      ******************************************************************
      *    ITEM DE SUSPENSO SEM LINHA NO MAPA
      ******************************************************************
       WRITE-SUSPENSE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING SUS-SEQ DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SUSP-TYPE DELIMITED SIZE
                  ' SEM LINHA NO MAPA CONTABILISTICO'
                      DELIMITED SIZE
               INTO WS-REJECT-LINE
               STOP RUN
           END-IF.

      ******************************************************************
      *    MARGEM DE UMA OPERACAO CAMBIAL: O PAR DO MAPA PARA
      *    'FXMARGIN' NO SENTIDO NORMAL (PROVEITO); UMA MARGEM
      *    NEGATIVA (ARREDONDAMENTO) E LANCADA COM O PAR TROCADO
      ******************************************************************
       POST-FX-MARGIN-ENTRY.
           IF WS-GLMAP-EXISTS NOT = 'S'
               PERFORM WRITE-FX-MARGIN-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE 'FXMARGIN' TO GLMAP-TYPE
           READ GLMAP
               INVALID KEY
                   PERFORM WRITE-FX-MARGIN-REJECT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           MOVE FXD-DEB-SEQ TO JRNE-SEQ
           MOVE 'FXMARGIN' TO JRNE-TYPE
           IF FXD-MARGIN < ZERO
               COMPUTE WS-ABS-AMOUNT = 0 - FXD-MARGIN
               MOVE GLMAP-CR-ACCT TO JRNE-DR-ACCT
               MOVE GLMAP-DR-ACCT TO JRNE-CR-ACCT
           ELSE
               MOVE FXD-MARGIN TO WS-ABS-AMOUNT
               MOVE GLMAP-DR-ACCT TO JRNE-DR-ACCT
               MOVE GLMAP-CR-ACCT TO JRNE-CR-ACCT
           END-IF
           MOVE WS-ABS-AMOUNT TO JRNE-AMOUNT
           MOVE FXD-DEB-ID-USER TO ACCOUNTS-ID-USER
           MOVE FXD-DEB-ID-ACCOUNT TO ACCOUNTS-ID
           PERFORM READ-ENTRY-ACCOUNT
           MOVE WS-ACC-BRANCH TO JRNE-BRANCH
           MOVE JRN-ENTRY TO JRNFILE-REC
           PERFORM WRITE-JOURNAL-RECORD

           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DR
           ADD WS-ABS-AMOUNT TO WS-TOTAL-CR.

      ******************************************************************
      *    MARGEM CAMBIAL SEM LINHA NO MAPA
      ******************************************************************
       WRITE-FX-MARGIN-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING FXD-DEB-SEQ DELIMITED SIZE
                  ' FXMARGIN SEM LINHA NO MAPA CONTABILISTICO'
                      DELIMITED SIZE
               INTO WS-REJECT-LINE
           MOVE WS-REJECT-LINE TO REJFILE-REC
           WRITE REJFILE-REC
           IF FS-REJFILE NOT = '00'
               DISPLAY "Erro ao gravar em file/gljrnl_rejects.txt: "
                       FS-REJFILE
               STOP RUN
           END-IF.

       WRITE-JOURNAL-RECORD.
           WRITE JRNFILE-REC
           IF FS-JRNFILE NOT = '00'
