       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCOLL.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB DE FIM-DE-DIA: COBRANCA DOS CHEQUES DE OUTROS BANCOS
      *    DEPOSITADOS AO BALCAO (CHQDEPO, REGISTO
      *    file/chqdeposits.txt). TRES TEMPOS, POR ESTA ORDEM:
      *      1) DEVOLUCOES DA CAMARA DE COMPENSACAO
      *         (file/chq_coll_returns.txt): CADA CHEQUE DEVOLVIDO E
      *         ESTORNADO COMO NO REVERSAL - MOVIMENTO 'REVERSAL'
      *         IGUAL E CONTRARIO LIGADO AO CREDITO 'CHQDEP' ORIGINAL
      *         -, A CATIVACAO E LIBERTADA, O CHEQUE FICA 'R' E SAI
      *         EM file/chq_dishonoured.txt PARA O LETTERS AVISAR O
      *         CLIENTE. O FICHEIRO DE ENTRADA E ESVAZIADO NO FIM.
      *      2) CHEQUES EM COBRANCA CUJO PRAZO TERMINOU SEM DEVOLUCAO:
      *         COMPENSADOS - A CATIVACAO E LIBERTADA E O CHEQUE FICA
      *         'C'.
      *      3) CHEQUES ACEITES DESDE O ULTIMO CICLO: SEGUEM PARA A
      *         CAMARA NO FICHEIRO DE COBRANCA file/chq_outward.txt,
      *         COM CABECALHO E RODAPE DE CONTROLO COMO O
      *         PAY_OUTBOUND DO PAYOUTRN.
      *    TUDO FICA NO RELATORIO DATADO
      *    file/chq_coll_report_AAAAMMDD.txt, CATALOGADO NO SPOOL.
      *
      *    LAYOUT DE file/chq_coll_returns.txt (POSICOES FIXAS):
      *      REFERENCIA(9) CHEQUE(8) VALOR(7,2) MOTIVO(3)
      *    LAYOUT DE file/chq_outward.txt (POSICOES FIXAS):
      *      'H' DATA(8)
      *      'D' REFERENCIA(9) BANCO(8) CONTA-SACADOR(20) CHEQUE(8)
      *          VALOR(7,2) DATA-DEPOSITO(8)
      *      'T' DATA(8) CONTAGEM(9) TOTAL(11,2)
      *    A REFERENCIA E O NUMERO DO MOVIMENTO 'CHQDEP' NO RAZAO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQDEP ASSIGN 'file/chqdeposits.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHD-SEQ
               FILE STATUS IS FS-CHQDEP.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT HOLDS ASSIGN 'file/holds.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLDS-KEY
               FILE STATUS IS FS-HOLDS.
           SELECT TRANSMST ASSIGN 'file/transmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTS-SEQ
               ALTERNATE RECORD KEY IS TRANSACTS-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANSMST.
           SELECT CHQRETIN ASSIGN 'file/chq_coll_returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHQRETIN.
           SELECT DISHONOUR ASSIGN 'file/chq_dishonoured.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISHONOUR.
           SELECT OUTWARD ASSIGN 'file/chq_outward.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUTWARD.
           SELECT COLLRPT ASSIGN WS-COLLRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLLRPT.

       DATA DIVISION.
       FILE SECTION.
       FD CHQDEP.
           COPY 'CHQDEP.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD HOLDS.
           COPY 'HOLDS.cpy'.

       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

       FD CHQRETIN.
       01 CHQRETIN-REC.
           05 CRI-REF                   PIC 9(9).
           05 CRI-CHEQUE-NO             PIC 9(8).
           05 CRI-AMOUNT                PIC 9(7)V99.
           05 CRI-REASON                PIC X(3).

       FD DISHONOUR.
       01 DISHONOUR-REC.
           05 DSH-ID-USER               PIC 9(6).
           05 DSH-ID-ACCOUNT            PIC 9(6).
           05 DSH-CHEQUE-NO             PIC 9(8).
           05 DSH-AMOUNT                PIC 9(7)V99.
           05 DSH-REASON                PIC X(3).
           05 DSH-REF                   PIC 9(9).

       FD OUTWARD.
       01 OUTWARD-REC                   PIC X(80).

       FD COLLRPT.
       01 COLLRPT-REC                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
      *    GERACAO DATADA DO RELATORIO (VER SPOOLREG)
       01 WS-COLLRPT-NAME               PIC X(40).
       01 WS-READ-COUNT                 PIC 9(6) VALUE 0.
       01 WS-RETURN-COUNT               PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT               PIC 9(6) VALUE 0.
       01 WS-CLEAR-COUNT                PIC 9(6) VALUE 0.
       01 WS-SENT-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SENT-TOTAL                 PIC 9(11)V99 VALUE 0.
       01 WS-REJECT-REASON              PIC X(30).
       01 WS-RESULT                     PIC X(30).
       01 WS-ALREADY-REVERSED           PIC X(1).
       01 WS-HOLDS-OPEN                 PIC X(1) VALUE 'N'.
       01 WS-AMOUNT-EDIT                PIC Z(6)9,99.
       01 WS-REPORT-LINE                PIC X(80).
      *    REGISTOS DO FICHEIRO DE COBRANCA
       01 OUT-HEADER.
           05 FILLER                    PIC X(1) VALUE 'H'.
           05 OUTH-DATE                 PIC 9(8).
       01 OUT-DETAIL.
           05 FILLER                    PIC X(1) VALUE 'D'.
           05 OUTD-REF                  PIC 9(9).
           05 OUTD-BANK-CODE            PIC X(8).
           05 OUTD-DRAWER-ACCOUNT       PIC X(20).
           05 OUTD-CHEQUE-NO            PIC 9(8).
           05 OUTD-AMOUNT               PIC 9(7)V99.
           05 OUTD-DEP-DATE             PIC 9(8).
       01 OUT-TRAILER.
           05 FILLER                    PIC X(1) VALUE 'T'.
           05 OUTT-DATE                 PIC 9(8).
           05 OUTT-COUNT                PIC 9(9).
           05 OUTT-TOTAL                PIC 9(11)V99.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1).
       01 END-TCHAIN                    PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-CHQDEP                     PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-HOLDS                      PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-CHQRETIN                   PIC X(2).
       01 FS-DISHONOUR                  PIC X(2).
       01 FS-OUTWARD                    PIC X(2).
       01 FS-COLLRPT                    PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO REGISTO NO SPOOL
           COPY 'SPOOLPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "CHQCOLL: inicio da cobranca de cheques"
      ******************************************************************
      *    CONTROLO DE EXECUCAO
      ******************************************************************
           MOVE 'C' TO RC-FUNC
           MOVE 'CHQCOLL' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           IF RC-DONE = 'S'
               DISPLAY "CHQCOLL: ja correu para a data de negocio "
                       RC-BUSDATE " - nada a fazer"
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           OPEN I-O CHQDEP
           IF FS-CHQDEP = '35'
               OPEN OUTPUT CHQDEP
               IF FS-CHQDEP NOT = '00'
                   DISPLAY "Erro ao criar file/chqdeposits.txt: "
                           FS-CHQDEP
                   STOP RUN
               END-IF
               CLOSE CHQDEP
               OPEN I-O CHQDEP
           END-IF
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao abrir file/chqdeposits.txt: " FS-CHQDEP
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           OPEN I-O HOLDS
           IF FS-HOLDS = '00'
               MOVE 'S' TO WS-HOLDS-OPEN
           ELSE
               IF FS-HOLDS NOT = '35'
                   DISPLAY "Erro ao abrir file/holds.txt: " FS-HOLDS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT DISHONOUR
           IF FS-DISHONOUR NOT = '00'
               DISPLAY "Erro ao abrir file/chq_dishonoured.txt: "
                       FS-DISHONOUR
               STOP RUN
           END-IF

           MOVE SPACES TO WS-COLLRPT-NAME
           STRING 'file/chq_coll_report_' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
                  '.txt' DELIMITED SIZE
               INTO WS-COLLRPT-NAME
           OPEN OUTPUT COLLRPT
           IF FS-COLLRPT NOT = '00'
               DISPLAY "Erro ao abrir " WS-COLLRPT-NAME ": " FS-COLLRPT
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COBRANCA DE CHEQUES DE OUTROS BANCOS - DATA DE '
                      DELIMITED SIZE
                  'NEGOCIO ' DELIMITED SIZE
                  WS-BUSDATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'REFERENCIA CHEQUE   DONO   CONTA       VALOR'
               TO WS-REPORT-LINE
           MOVE 'RESULTADO' TO WS-REPORT-LINE (47:9)
           PERFORM WRITE-REPORT-LINE
      ******************************************************************
      *    1) DEVOLUCOES DA CAMARA DE COMPENSACAO
      ******************************************************************
           OPEN INPUT CHQRETIN
           IF FS-CHQRETIN = '00'
               MOVE 'N' TO END-FILE
               PERFORM UNTIL END-FILE = 'S'
                   READ CHQRETIN
                       AT END
                           MOVE 'S' TO END-FILE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE CHQRETIN
           ELSE
               IF FS-CHQRETIN NOT = '35'
                   DISPLAY "Erro ao abrir file/chq_coll_returns.txt: "
                           FS-CHQRETIN
                   STOP RUN
               END-IF
           END-IF
      ******************************************************************
      *    2) E 3) UMA PASSAGEM PELO REGISTO: COMPENSAR OS QUE
      *    CUMPRIRAM O PRAZO E ENVIAR OS AINDA NAO ENVIADOS
      ******************************************************************
           OPEN OUTPUT OUTWARD
           IF FS-OUTWARD NOT = '00'
               DISPLAY "Erro ao abrir file/chq_outward.txt: "
                       FS-OUTWARD
               STOP RUN
           END-IF
           MOVE WS-BUSDATE TO OUTH-DATE
           MOVE OUT-HEADER TO OUTWARD-REC
           PERFORM WRITE-OUTWARD-LINE

           MOVE 'N' TO END-FILE
           MOVE ZERO TO CHD-SEQ
           START CHQDEP KEY IS >= CHD-SEQ
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START
           PERFORM UNTIL END-FILE = 'S'
               READ CHQDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF CHD-STATUS = 'P'
                           IF CHD-SENT-DATE = ZERO
                               PERFORM SEND-ONE-CHEQUE
                           ELSE
                               IF CHD-CLEAR-DATE <= WS-BUSDATE
                                   PERFORM CLEAR-ONE-CHEQUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-BUSDATE TO OUTT-DATE
           MOVE WS-SENT-COUNT TO OUTT-COUNT
           MOVE WS-SENT-TOTAL TO OUTT-TOTAL
           MOVE OUT-TRAILER TO OUTWARD-REC
           PERFORM WRITE-OUTWARD-LINE
           CLOSE OUTWARD

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEVOLUCOES LIDAS: ' DELIMITED SIZE
                  WS-READ-COUNT DELIMITED SIZE
                  '  ESTORNADOS: ' DELIMITED SIZE
                  WS-RETURN-COUNT DELIMITED SIZE
                  '  REJEITADAS: ' DELIMITED SIZE
                  WS-REJECT-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPENSADOS: ' DELIMITED SIZE
                  WS-CLEAR-COUNT DELIMITED SIZE
                  '  ENVIADOS PARA COBRANCA: ' DELIMITED SIZE
                  WS-SENT-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE COLLRPT

           CLOSE DISHONOUR
           IF WS-HOLDS-OPEN = 'S'
               CLOSE HOLDS
           END-IF
           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE CHQDEP
      ******************************************************************
      *    CATALOGAR A GERACAO PARA O SPOOLINQ A ENCONTRAR
      ******************************************************************
           MOVE 'CHQCOLL' TO SP-REPORT
           MOVE WS-BUSDATE TO SP-DATE
           MOVE WS-COLLRPT-NAME TO SP-FILENAME
           CALL 'SPOOLREG' USING SPOOLREG-PARM
           IF SP-STATUS NOT = '00'
               DISPLAY "Erro ao catalogar no spool: " SP-STATUS
               STOP RUN
           END-IF
      ******************************************************************
      *    CONSUMIR O FICHEIRO DE DEVOLUCOES: O MESMO LOTE NAO PODE
      *    SER ESTORNADO DUAS VEZES NOUTRA DATA DE NEGOCIO
      ******************************************************************
           OPEN OUTPUT CHQRETIN
           IF FS-CHQRETIN NOT = '00'
               DISPLAY "Erro ao consumir file/chq_coll_returns.txt: "
                       FS-CHQRETIN
               STOP RUN
           END-IF
           CLOSE CHQRETIN

           MOVE WS-READ-COUNT TO RC-READ-COUNT
           COMPUTE RC-POSTED-COUNT = WS-CLEAR-COUNT + WS-SENT-COUNT
           COMPUTE RC-REJECT-COUNT = WS-REJECT-COUNT + WS-RETURN-COUNT
           MOVE WS-SENT-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "CHQCOLL: " WS-RETURN-COUNT " devolvido(s), "
                   WS-CLEAR-COUNT " compensado(s), "
                   WS-SENT-COUNT " enviado(s) para cobranca".

           STOP RUN.

      ******************************************************************
      *    CARIMBAR O PASSO COMO COMPLETO PARA A DATA DE NEGOCIO
      ******************************************************************
       STAMP-STEP-DONE.
           MOVE 'S' TO RC-FUNC
           MOVE 'CHQCOLL' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro ao carimbar o controlo de execucao: "
                       RC-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    UMA DEVOLUCAO SO E ACEITE PARA UM CHEQUE NOSSO AINDA EM
      *    COBRANCA, JA ENVIADO, COM O MESMO NUMERO E VALOR
      ******************************************************************
       APPLY-ONE-RETURN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CRI-REF TO CHD-SEQ
           READ CHQDEP
               INVALID KEY
                   MOVE 'REFERENCIA DESCONHECIDA' TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CHD-STATUS NOT = 'P'
                           MOVE 'CHEQUE JA FECHADO'
                               TO WS-REJECT-REASON
                       WHEN CHD-SENT-DATE = ZERO
                           MOVE 'CHEQUE AINDA NAO ENVIADO'
                               TO WS-REJECT-REASON
                       WHEN CHD-CHEQUE-NO NOT = CRI-CHEQUE-NO
                         OR CHD-AMOUNT NOT = CRI-AMOUNT
                           MOVE 'CHEQUE OU VALOR DIFERENTE'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE CRI-REF TO WS-REPORT-LINE (1:9)
               MOVE CRI-CHEQUE-NO TO WS-REPORT-LINE (12:8)
               MOVE CRI-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE (35:10)
               STRING 'REJEITADA ' DELIMITED SIZE
                      WS-REJECT-REASON DELIMITED SIZE
                   INTO WS-REPORT-LINE (47:34)
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM REVERSE-CHEQUE-CREDIT
           PERFORM RELEASE-FLOAT-HOLD

           MOVE 'R' TO CHD-STATUS
           MOVE CRI-REASON TO CHD-RETURN-CODE
           MOVE WS-BUSDATE TO CHD-CLOSE-DATE
           REWRITE CHQDEP-REC
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/chqdeposits.txt: "
                       FS-CHQDEP
               STOP RUN
           END-IF
      ******************************************************************
      *    O CLIENTE E AVISADO PELO LETTERS
      ******************************************************************
           MOVE CHD-ID-USER TO DSH-ID-USER
           MOVE CHD-ID-ACCOUNT TO DSH-ID-ACCOUNT
           MOVE CHD-CHEQUE-NO TO DSH-CHEQUE-NO
           MOVE CHD-AMOUNT TO DSH-AMOUNT
           MOVE CRI-REASON TO DSH-REASON
           MOVE CHD-SEQ TO DSH-REF
           WRITE DISHONOUR-REC
           IF FS-DISHONOUR NOT = '00'
               DISPLAY "Erro ao gravar em file/chq_dishonoured.txt: "
                       FS-DISHONOUR
               STOP RUN
           END-IF

           ADD 1 TO WS-RETURN-COUNT
           MOVE SPACES TO WS-RESULT
           STRING 'DEVOLVIDO ' DELIMITED SIZE
                  CRI-REASON DELIMITED SIZE
               INTO WS-RESULT
           PERFORM REPORT-CHEQUE-LINE.

      ******************************************************************
      *    ESTORNAR O CREDITO PELO CAMINHO DO REVERSAL: SE O
      *    SUPERVISOR JA O ESTORNOU A MAO NAO SE ESTORNA SEGUNDA VEZ
      ******************************************************************
       REVERSE-CHEQUE-CREDIT.
           PERFORM CHECK-ALREADY-REVERSED
           IF WS-ALREADY-REVERSED = 'S'
               DISPLAY "CHQCOLL: o movimento " CHD-SEQ
                       " ja estava estornado"
               EXIT PARAGRAPH
           END-IF

           IF FS-ACCOUNTS = '35'
               DISPLAY "CHQCOLL: a conta " CHD-ID-USER " "
                       CHD-ID-ACCOUNT " ja nao existe - estornar a mao"
               EXIT PARAGRAPH
           END-IF
           MOVE CHD-ID-USER TO ACCOUNTS-ID-USER
           MOVE CHD-ID-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "CHQCOLL: a conta " CHD-ID-USER " "
                           CHD-ID-ACCOUNT " ja nao existe - estornar "
                           "a mao"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ

           SUBTRACT CHD-AMOUNT FROM ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE 'P' TO TP-FUNC
           MOVE CHD-ID-USER TO TP-ID-USER
           MOVE CHD-ID-ACCOUNT TO TP-ID-ACCOUNT
           MOVE WS-BUSDATE TO TP-DATE
           MOVE 'REVERSAL' TO TP-TYPE
           COMPUTE TP-AMOUNT = 0 - CHD-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE CHD-SEQ TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE ZERO TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    JA EXISTE UM 'REVERSAL' NA CADEIA DA CONTA A APONTAR PARA
      *    O CREDITO DO CHEQUE? (O RAZAO SO FICA ABERTO PARA A
      *    PESQUISA: O TRANSPST ABRE-O POR SUA CONTA)
      ******************************************************************
       CHECK-ALREADY-REVERSED.
           MOVE 'N' TO WS-ALREADY-REVERSED
           OPEN INPUT TRANSMST
           IF FS-TRANSMST = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TRANSMST NOT = '00'
               DISPLAY "Erro ao abrir file/transmst.txt: " FS-TRANSMST
               STOP RUN
           END-IF

           MOVE 'N' TO END-TCHAIN
           MOVE CHD-ID-USER TO TRANSACTS-ID-USER
           MOVE CHD-ID-ACCOUNT TO TRANSACTS-ID
           START TRANSMST KEY IS = TRANSACTS-ACCT-KEY
               INVALID KEY
                   MOVE 'S' TO END-TCHAIN
           END-START

           PERFORM UNTIL END-TCHAIN = 'S'
               READ TRANSMST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-TCHAIN
                   NOT AT END
                       IF TRANSACTS-ID-USER NOT = CHD-ID-USER
                          OR TRANSACTS-ID NOT = CHD-ID-ACCOUNT
                           MOVE 'S' TO END-TCHAIN
                       ELSE
                           IF TRANSACTS-TYPE = 'REVERSAL'
                              AND TRANSACTS-LINK-SEQ = CHD-SEQ
                               MOVE 'S' TO WS-ALREADY-REVERSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSMST.

      ******************************************************************
      *    LIBERTAR A CATIVACAO DO CHEQUE (SE AINDA ESTIVER ATIVA - O
      *    BALCAO PODE TE-LA LIBERTADO ANTES NO HOLDMNT)
      ******************************************************************
       RELEASE-FLOAT-HOLD.
           IF WS-HOLDS-OPEN NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE CHD-ID-USER TO HOLDS-ID-USER
           MOVE CHD-ID-ACCOUNT TO HOLDS-ID-ACCOUNT
           MOVE CHD-HOLD-SEQ TO HOLDS-SEQ
           READ HOLDS
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF HOLDS-STATUS NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO HOLDS-STATUS
           REWRITE HOLDS-REC
           IF FS-HOLDS NOT = '00'
               DISPLAY "Erro ao gravar em file/holds.txt: " FS-HOLDS
               STOP RUN
           END-IF.

      ******************************************************************
      *    PRAZO DE COBRANCA CUMPRIDO SEM DEVOLUCAO: O CHEQUE ESTA
      *    COMPENSADO E O VALOR FICA DISPONIVEL
      ******************************************************************
       CLEAR-ONE-CHEQUE.
           PERFORM RELEASE-FLOAT-HOLD
           MOVE 'C' TO CHD-STATUS
           MOVE WS-BUSDATE TO CHD-CLOSE-DATE
           REWRITE CHQDEP-REC
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/chqdeposits.txt: "
                       FS-CHQDEP
               STOP RUN
           END-IF
           ADD 1 TO WS-CLEAR-COUNT
           MOVE 'COMPENSADO' TO WS-RESULT
           PERFORM REPORT-CHEQUE-LINE.

      ******************************************************************
      *    CHEQUE ACEITE DESDE O ULTIMO CICLO: SEGUE PARA A CAMARA
      ******************************************************************
       SEND-ONE-CHEQUE.
           MOVE CHD-SEQ TO OUTD-REF
           MOVE CHD-BANK-CODE TO OUTD-BANK-CODE
           MOVE CHD-DRAWER-ACCOUNT TO OUTD-DRAWER-ACCOUNT
           MOVE CHD-CHEQUE-NO TO OUTD-CHEQUE-NO
           MOVE CHD-AMOUNT TO OUTD-AMOUNT
           MOVE CHD-DEP-DATE TO OUTD-DEP-DATE
           MOVE OUT-DETAIL TO OUTWARD-REC
           PERFORM WRITE-OUTWARD-LINE

           MOVE WS-BUSDATE TO CHD-SENT-DATE
           REWRITE CHQDEP-REC
           IF FS-CHQDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/chqdeposits.txt: "
                       FS-CHQDEP
               STOP RUN
           END-IF
           ADD 1 TO WS-SENT-COUNT
           ADD CHD-AMOUNT TO WS-SENT-TOTAL
           MOVE 'ENVIADO PARA COBRANCA' TO WS-RESULT
           PERFORM REPORT-CHEQUE-LINE.

       REPORT-CHEQUE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE CHD-SEQ TO WS-REPORT-LINE (1:9)
           MOVE CHD-CHEQUE-NO TO WS-REPORT-LINE (12:8)
           MOVE CHD-ID-USER TO WS-REPORT-LINE (21:6)
           MOVE CHD-ID-ACCOUNT TO WS-REPORT-LINE (28:6)
           MOVE CHD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE (35:10)
           MOVE WS-RESULT TO WS-REPORT-LINE (47:30)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COLLRPT-REC
           WRITE COLLRPT-REC
           IF FS-COLLRPT NOT = '00'
               DISPLAY "Erro ao gravar em " WS-COLLRPT-NAME ": "
                       FS-COLLRPT
               STOP RUN
           END-IF.

       WRITE-OUTWARD-LINE.
           WRITE OUTWARD-REC
           IF FS-OUTWARD NOT = '00'
               DISPLAY "Erro ao gravar em file/chq_outward.txt: "
                       FS-OUTWARD
               STOP RUN
           END-IF.
