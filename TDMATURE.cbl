      *    CADA DEPOSITO ATIVO DE file/termdep.txt CUJA DATA DE
      *    VENCIMENTO JA CHEGOU: CAPITAL MAIS JUROS (CAPITAL X TAXA
      *    DIARIA CONGELADA X PRAZO EM DIAS) CREDITADOS NA CONTA DE
      *    LIQUIDACAO, O CAPITAL COMO MOVIMENTO 'TDMATUR' NO RAZAO E
      *    OS JUROS A PARTE COMO 'TDINT' (COMO NA RENOVACAO). DEPOSITOS
      *    CUJA CONTA DE LIQUIDACAO NAO ESTA ATIVA FICAM PENDENTES
      *    (CONTINUAM 'A') E SAO REPORTADOS EM
      *    file/termdep_report.txt - VOLTAM A SER TENTADOS NO CICLO
      *    SEGUINTE, DEPOIS DE A CONTA SER REATIVADA. UM VENCIMENTO
      *    NUM DIA NAO UTIL E PAGO SEGUNDO A CONVENCAO DO CALENDARIO
      *    (BUSCAL).
      *    A INSTRUCAO DE VENCIMENTO DE CADA DEPOSITO (TD-MAT-INSTR)
      *    DECIDE O DESTINO: 'P' PAGA TUDO COMO ACIMA; 'C' CREDITA SO
      *    OS JUROS ('TDINT') E RENOVA O CAPITAL; 'T' CREDITA OS JUROS
      *    E DEBITA-OS DE NOVO ('TDROLL') PARA OS RENOVAR COM O
      *    CAPITAL. A RENOVACAO E UM DEPOSITO NOVO COM O MESMO PRAZO,
      *    A CONTAR DA DATA DE VENCIMENTO, A TAXA EM VIGOR NESSA DATA
      *    (A MESMA PROCURA DO TERMMNT NA ABERTURA) E LIGADO AO
      *    ANTERIOR (TD-PREV-SEQ); O ANTERIOR FICA 'R'. AS
      *    RENOVACOES SAEM NO RELATORIO E O LETTERS AVISA O CLIENTE.
      *    CORRE DEPOIS DO INTACCR, SOB CONTROLO DE EXECUCAO.
      *****************************************************************

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT RATES ASSIGN 'file/rates.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATES-KEY
               FILE STATUS IS FS-RATES.
           SELECT TDRPT ASSIGN 'file/termdep_report.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TDRPT.
       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD RATES.
           COPY 'RATES.cpy'.

       FD TDRPT.
       01 TDRPT-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-DUE-CUTOFF                 PIC 9(8).
       01 WS-PAID-COUNT                 PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT                 PIC 9(6) VALUE 0.
       01 WS-ROLL-COUNT                 PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL                 PIC S9(11)V99 VALUE 0.
       01 WS-INTEREST-AMOUNT            PIC S9(7)V99.
       01 WS-PAYOUT-AMOUNT              PIC S9(9)V99.
       01 WS-SKIP-REASON                PIC X(40).
       01 WS-REPORT-LINE                PIC X(80).
      *    RENOVACAO: O DEPOSITO NOVO TOMA O NUMERO A SEGUIR AO MAIS
      *    ALTO DO FICHEIRO
       01 WS-LAST-SEQ                   PIC 9(6) VALUE 0.
       01 WS-OLD-SEQ                    PIC 9(6).
       01 WS-ROLL-AMOUNT                PIC 9(7)V99.
       01 WS-ROLL-OPEN-DATE             PIC 9(8).
       01 WS-ROLL-MATURITY              PIC 9(8).
       01 WS-DATE-INT                   PIC 9(8).
      *    TAXA DIARIA EM VIGOR NA DATA DE VENCIMENTO
       01 WS-DEFAULT-RATE               PIC 9V9999 VALUE 0,001.
       01 WS-ROLL-RATE                  PIC 9V9999.
       01 WS-RATE-DATE                  PIC 9(8).
       01 WS-RATE-FOUND                 PIC X(1).
       01 WS-RATE-FALLBACK              PIC X(1).
       01 END-RATES                     PIC X(1).
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
      *    VARIABLE FILE STATUS
       01 FS-TERMDEP                    PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-RATES                      PIC X(2).
       01 FS-TDRPT                      PIC X(2).
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO CALENDARIO DE DIAS UTEIS
           COPY 'BUSCPRM.cpy'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE
      ******************************************************************
      *    O QUE VENCE NUM FIM DE SEMANA OU FERIADO E APANHADO NO DIA
      *    UTIL SEGUINTE (JA ESTA PARA TRAS) OU ANTECIPADO PARA O DIA
      *    UTIL ANTERIOR, CONFORME A CONVENCAO DO CALENDARIO: O LIMITE
      *    DE VENCIMENTO DE HOJE E O FIM DA JANELA DO BUSCAL
      ******************************************************************
           MOVE 'W' TO BC-FUNC
           MOVE WS-BUSDATE TO BC-DATE
           CALL 'BUSCAL' USING BUSCAL-PARM
           IF BC-STATUS NOT = '00'
               DISPLAY "Erro no calendario de dias uteis: " BC-STATUS
               STOP RUN
           END-IF
           MOVE BC-WINDOW-TO TO WS-DUE-CUTOFF

           OPEN I-O TERMDEP
           IF FS-TERMDEP = '35'
               STOP RUN
           END-IF

           PERFORM FIND-LAST-SEQ

           PERFORM UNTIL END-FILE = 'S'
               READ TERMDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       IF TD-STATUS = 'A'
                          AND TD-MATURITY-DATE <= WS-DUE-CUTOFF
                           PERFORM PAY-ONE-MATURITY
                       END-IF
               END-READ
           END-IF
           CLOSE TERMDEP

           COMPUTE RC-READ-COUNT = WS-PAID-COUNT + WS-SKIP-COUNT
           MOVE WS-PAID-COUNT TO RC-POSTED-COUNT
           MOVE WS-SKIP-COUNT TO RC-REJECT-COUNT
           MOVE WS-PAID-TOTAL TO RC-POSTED-AMOUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "TDMATURE: " WS-PAID-COUNT " deposito(s) pago(s), "
                   WS-ROLL-COUNT " renovado(s), "
                   WS-SKIP-COUNT " pendente(s)".

           STOP RUN.
               STOP RUN
           END-IF.

      ******************************************************************
      *    NUMERO MAIS ALTO JA USADO, PARA NUMERAR AS RENOVACOES; DEPOIS
      *    VOLTA AO PRINCIPIO DO FICHEIRO PARA A PASSAGEM PRINCIPAL
      ******************************************************************
       FIND-LAST-SEQ.
           MOVE 'N' TO END-FILE
           PERFORM UNTIL END-FILE = 'S'
               READ TERMDEP NEXT RECORD
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       MOVE TD-SEQ TO WS-LAST-SEQ
               END-READ
           END-PERFORM

           MOVE 'N' TO END-FILE
           MOVE ZERO TO TD-SEQ
           START TERMDEP KEY IS >= TD-SEQ
               INVALID KEY
                   MOVE 'S' TO END-FILE
           END-START.

      ******************************************************************
      *    PAGAR UM VENCIMENTO: CAPITAL + JUROS NA CONTA DE
      *    LIQUIDACAO, OU RENOVAR SEGUNDO A INSTRUCAO DE VENCIMENTO.
      *    SE A CONTA NAO ESTIVER ATIVA, O DEPOSITO FICA PENDENTE E E
      *    REPORTADO.
      ******************************************************************
       PAY-ONE-MATURITY.
           MOVE SPACES TO WS-SKIP-REASON
      ******************************************************************
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               TD-AMOUNT * TD-RATE * TD-TERM-DAYS
           IF TD-MAT-INSTR = 'C' OR TD-MAT-INSTR = 'T'
               PERFORM ROLL-OVER-DEPOSIT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PAYOUT-AMOUNT =
               TD-AMOUNT + WS-INTEREST-AMOUNT
      ******************************************************************
      *    O CAPITAL VOLTA COMO 'TDMATUR' E OS JUROS SAEM A PARTE COMO
      *    'TDINT', PARA SEREM VISTOS COMO CUSTO DO DEPOSITO
      ******************************************************************
           ADD TD-AMOUNT TO ACCOUNTS-AMOUNT
           MOVE 'TDMATUR' TO TP-TYPE
           MOVE TD-AMOUNT TO TP-AMOUNT
           PERFORM POST-SETTLE-MOVEMENT
           IF WS-INTEREST-AMOUNT > ZERO
               ADD WS-INTEREST-AMOUNT TO ACCOUNTS-AMOUNT
               MOVE 'TDINT' TO TP-TYPE
               MOVE WS-INTEREST-AMOUNT TO TP-AMOUNT
               PERFORM POST-SETTLE-MOVEMENT
           END-IF

           MOVE 'M' TO TD-STATUS
           REWRITE TERMDEP-REC
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/termdep.txt: "
                       FS-TERMDEP
               STOP RUN
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPOSITO ' DELIMITED SIZE
                  TD-SEQ DELIMITED SIZE
                  ' PAGO - CLIENTE ' DELIMITED SIZE
                  TD-ID-USER DELIMITED SIZE
                  ' CONTA ' DELIMITED SIZE
                  TD-SETTLE-ACCOUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    RENOVAR UM DEPOSITO VENCIDO. OS JUROS SAO SEMPRE CREDITADOS
      *    NA CONTA DE LIQUIDACAO ('TDINT'); COM A INSTRUCAO 'T' SAO
      *    DEBITADOS DE NOVO ('TDROLL') E ENTRAM NO CAPITAL RENOVADO.
      ******************************************************************
       ROLL-OVER-DEPOSIT.
           MOVE TD-AMOUNT TO WS-ROLL-AMOUNT
           IF WS-INTEREST-AMOUNT > ZERO
               ADD WS-INTEREST-AMOUNT TO ACCOUNTS-AMOUNT
               MOVE 'TDINT' TO TP-TYPE
               MOVE WS-INTEREST-AMOUNT TO TP-AMOUNT
               PERFORM POST-SETTLE-MOVEMENT
               IF TD-MAT-INSTR = 'T'
                   SUBTRACT WS-INTEREST-AMOUNT FROM ACCOUNTS-AMOUNT
                   MOVE 'TDROLL' TO TP-TYPE
                   COMPUTE TP-AMOUNT = 0 - WS-INTEREST-AMOUNT
                   PERFORM POST-SETTLE-MOVEMENT
                   ADD WS-INTEREST-AMOUNT TO WS-ROLL-AMOUNT
               END-IF
           END-IF
      ******************************************************************
      *    O DEPOSITO NOVO CONTA DA DATA DE VENCIMENTO DO ANTERIOR,
      *    COM O MESMO PRAZO E A TAXA EM VIGOR NESSA DATA
      ******************************************************************
           MOVE TD-MATURITY-DATE TO WS-ROLL-OPEN-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ROLL-OPEN-DATE)
           COMPUTE WS-ROLL-MATURITY =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT + TD-TERM-DAYS)
           PERFORM RESOLVE-ROLLOVER-RATE

           MOVE TD-SEQ TO WS-OLD-SEQ
           MOVE 'R' TO TD-STATUS
           REWRITE TERMDEP-REC
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/termdep.txt: "
                       FS-TERMDEP
               STOP RUN
           END-IF

           ADD 1 TO WS-LAST-SEQ
           MOVE WS-LAST-SEQ TO TD-SEQ
           MOVE WS-ROLL-AMOUNT TO TD-AMOUNT
           MOVE WS-ROLL-RATE TO TD-RATE
           MOVE WS-ROLL-OPEN-DATE TO TD-OPEN-DATE
           MOVE WS-ROLL-MATURITY TO TD-MATURITY-DATE
           MOVE 'A' TO TD-STATUS
           MOVE WS-OLD-SEQ TO TD-PREV-SEQ
           WRITE TERMDEP-REC
           IF FS-TERMDEP NOT = '00'
               DISPLAY "Erro ao gravar em file/termdep.txt: "
                       FS-TERMDEP
               STOP RUN
           END-IF

           ADD 1 TO WS-ROLL-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPOSITO ' DELIMITED SIZE
                  WS-OLD-SEQ DELIMITED SIZE
                  ' RENOVADO - CLIENTE ' DELIMITED SIZE
                  TD-ID-USER DELIMITED SIZE
                  ' NOVO DEPOSITO ' DELIMITED SIZE
                  TD-SEQ DELIMITED SIZE
                  ' INSTR ' DELIMITED SIZE
                  TD-MAT-INSTR DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      *    GRAVAR UM MOVIMENTO DO VENCIMENTO NA CONTA DE LIQUIDACAO
      *    (TP-TYPE E TP-AMOUNT JA PREENCHIDOS, SALDO JA ATUALIZADO)
      ******************************************************************
       POST-SETTLE-MOVEMENT.
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
           MOVE TD-ID-USER TO TP-ID-USER
           MOVE TD-SETTLE-ACCOUNT TO TP-ID-ACCOUNT
           MOVE WS-BUSDATE TO TP-DATE
           MOVE ACCOUNTS-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    TAXA DIARIA EM VIGOR NA DATA DE VENCIMENTO, COMO NA ABERTURA
      *    NO TERMMNT: A TAXA 'T' COM A DATA DE EFEITO MAIS RECENTE
      *    ATE ESSA DATA; SEM PARAMETRO 'T' APLICA-SE A DE POUPANCA
      *    'S' E, EM ULTIMO RECURSO, A TAXA HISTORICA DE ORIGEM
      ******************************************************************
       RESOLVE-ROLLOVER-RATE.
           MOVE WS-DEFAULT-RATE TO WS-ROLL-RATE
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 'N' TO WS-RATE-FALLBACK
           MOVE ZERO TO WS-RATE-DATE
           MOVE 'N' TO END-RATES

           OPEN INPUT RATES
           IF FS-RATES = '35'
               DISPLAY "TDMATURE: AVISO: file/rates.txt nao existe - "
                       "a usar a taxa de recurso"
               EXIT PARAGRAPH
           END-IF
           IF FS-RATES NOT = '00'
               DISPLAY "Erro ao abrir file/rates.txt: " FS-RATES
               STOP RUN
           END-IF

           PERFORM UNTIL END-RATES = 'S'
               READ RATES NEXT RECORD
                   AT END
                       MOVE 'S' TO END-RATES
                   NOT AT END
                       IF RATES-EFF-DATE <= WS-ROLL-OPEN-DATE
                           IF RATES-TYPE = 'T'
                              AND (WS-RATE-FOUND NOT = 'S'
                                   OR RATES-EFF-DATE >= WS-RATE-DATE)
                               MOVE RATES-EFF-DATE TO WS-RATE-DATE
                               MOVE RATES-RATE TO WS-ROLL-RATE
                               MOVE 'S' TO WS-RATE-FOUND
                           END-IF
                           IF RATES-TYPE = 'S'
                              AND WS-RATE-FOUND NOT = 'S'
                              AND RATES-EFF-DATE >= WS-RATE-DATE
                               MOVE RATES-EFF-DATE TO WS-RATE-DATE
                               MOVE RATES-RATE TO WS-ROLL-RATE
                               MOVE 'S' TO WS-RATE-FALLBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RATES

           IF WS-RATE-FOUND NOT = 'S' AND WS-RATE-FALLBACK = 'S'
               DISPLAY "TDMATURE: AVISO: sem taxa 'T' para depositos "
                       "a prazo - a usar a taxa de poupanca"
           END-IF
           IF WS-RATE-FOUND NOT = 'S' AND WS-RATE-FALLBACK NOT = 'S'
               DISPLAY "TDMATURE: AVISO: sem taxa em vigor - a usar a "
                       "taxa de recurso"
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO TDRPT-REC
