       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBKINST.
       AUTHOR. JOÃƒO LOPES.
      *****************************************************************
      *    JOB INTRADIARIO: INSTRUCOES RECEBIDAS DO HOMEBANKING. LE O
      *    FICHEIRO ENTREGUE PELA PLATAFORMA EM file/ibk_inbound.txt
      *    E RESPONDE A CADA INSTRUCAO EM file/ibk_response.txt. CADA
      *    INSTRUCAO PASSA PELAS MESMAS REGRAS DO BALCAO (DIGITO DE
      *    CONTROLO, ESTADO DE VIDA DO CLIENTE, ESTADO DA CONTA, SALDO
      *    DISPONIVEL E LIMITE DIARIO) E O QUE E EXECUTADO FICA EM
      *    NOME DO OPERADOR DO CANAL, COMO SE UM CAIXA O TIVESSE FEITO.
      *
      *    LAYOUT DE file/ibk_inbound.txt (POSICOES FIXAS):
      *      INSTRUCAO(20) TIPO(1) CLIENTE(6) CONTA(6) VALOR(7,2)
      *      DESTINO(8)
      *      TIPO 'T' = TRANSFERENCIA ENTRE CONTAS DO PROPRIO CLIENTE
      *               (DESTINO = CONTA A CREDITAR), COMO NO TRANSFER
      *           'P' = PAGAMENTO PARA FORA DO BANCO (DESTINO =
      *               SEQUENCIA DO BENEFICIARIO JA REGISTADO), QUE
      *               FICA PENDENTE EM file/outpay.txt PARA O PAYOUTRN
      *               DEBITAR NO FECHO DO DIA, COMO NO PAYQUEUE
      *           'S' = ORDEM DE NAO PAGAMENTO (DESTINO = NUMERO DO
      *               CHEQUE), COMO NO CHQMNT - SEM VALOR
      *           'C' = CANCELAMENTO DE ORDEM PERMANENTE (DESTINO =
      *               NUMERO DA ORDEM), COMO NO STORDMNT - SEM CONTA
      *               NEM VALOR
      *
      *    A RESPOSTA E A INSTRUCAO ORIGINAL SEGUIDA DE ACEITE OU
      *    RECUSADA, DE UM CODIGO E DO MOTIVO:
      *      A00 = ACEITE
      *      R01 = INSTRUCAO REPETIDA     R02 = INSTRUCAO INVALIDA
      *      R03 = DIGITO DE CONTROLO     R04 = CLIENTE BLOQUEADO
      *      R05 = CLIENTE FALECIDO       R06 = CONTA INEXISTENTE
      *      R07 = CONTA NAO ATIVA        R08 = SALDO INSUFICIENTE
      *      R09 = LIMITE DIARIO          R10 = BENEFICIARIO INVALIDO
      *      R11 = CONTA SEM CHEQUES      R12 = ORDEM INEXISTENTE
      *      R13 = ORDEM JA CANCELADA     R14 = SEM CAMBIO EM VIGOR
      *      R15 = CONTA NOUTRA MOEDA (OS PAGAMENTOS SAO EM MOEDA
      *            NACIONAL)
      *    O PRIMEIRO MOTIVO ENCONTRADO E O QUE VAI NA RESPOSTA.
      *
      *    CADA INSTRUCAO RESPONDIDA FICA EM file/ibk_instr.txt (VER
      *    IBKINST.cpy): UM NUMERO DE INSTRUCAO JA REGISTADO - MESMO
      *    QUE TENHA SIDO RECUSADO - E RECUSADO COM R01, PARA UM
      *    FICHEIRO REENVIADO PELA PLATAFORMA NUNCA SER EXECUTADO DUAS
      *    VEZES.
      *
      *    O LIMITE DIARIO E O DE file/limits.txt PARA O TIPO DA CONTA
      *    (O MESMO DO WITHDRAW) E CONTA OS LEVANTAMENTOS DO DIA AO
      *    BALCAO MAIS O QUE O CANAL JA DEBITOU NA CONTA NO MESMO DIA
      *    (TRANSFERENCIAS E PAGAMENTOS). NO CANAL NAO HA APROVACAO DE
      *    SUPERVISOR: ACIMA DO LIMITE A INSTRUCAO E RECUSADA. O SALDO
      *    DISPONIVEL DESCONTA TAMBEM OS PAGAMENTOS AINDA PENDENTES DA
      *    CONTA, PARA VARIAS INSTRUCOES NO MESMO LOTE NAO PASSAREM
      *    TODAS SOBRE O MESMO SALDO.
      *
      *    UMA TRANSFERENCIA ENTRE CONTAS DE MOEDAS DIFERENTES E
      *    CONVERTIDA AOS CAMBIOS DO DIA COMO NO TRANSFER (O VALOR DA
      *    INSTRUCAO E NA MOEDA DA CONTA A DEBITAR) E FICA NO REGISTO
      *    DE OPERACOES CAMBIAIS (file/fxdeals.txt).
      *
      *    O OPERADOR DO CANAL E A 1A LINHA DE file/ibkparm.txt (SEM
      *    FICHEIRO: 900000). DEVE ESTAR REGISTADO NO OPERMNT COMO
      *    INATIVO - NUNCA ABRE SESSAO, SO ASSINA OS MOVIMENTOS DO
      *    CANAL NO RAZAO E NO RELATORIO DE ATIVIDADE.
      *
      *    NAO FAZ PARTE DO CICLO DE FIM-DE-DIA: CORRE VARIAS VEZES AO
      *    LONGO DO DIA (jcl/ibkinst.sh) SOBRE A DATA DE NEGOCIO ATUAL.
      *    O FICHEIRO DE INSTRUCOES E ESVAZIADO NO FIM.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBKIN ASSIGN 'file/ibk_inbound.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IBKIN.
           SELECT IBKRESP ASSIGN 'file/ibk_response.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IBKRESP.
           SELECT IBKPARM ASSIGN 'file/ibkparm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IBKPARM.
           SELECT IBKLOG ASSIGN 'file/ibk_instr.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IBI-ID
               FILE STATUS IS FS-IBKLOG.
           SELECT ACCOUNTS ASSIGN 'file/accounts.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-KEY
               FILE STATUS IS FS-ACCOUNTS.
           SELECT TRANSMST ASSIGN 'file/transmst.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTS-SEQ
               ALTERNATE RECORD KEY IS TRANSACTS-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS FS-TRANSMST.
           SELECT WDLIMITS ASSIGN 'file/limits.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIMITS-TYPE
               FILE STATUS IS FS-LIMITS.
           SELECT BENEF ASSIGN 'file/benef.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BENEF-KEY
               FILE STATUS IS FS-BENEF.
           SELECT OUTPAY ASSIGN 'file/outpay.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUTPAY-SEQ
               FILE STATUS IS FS-OUTPAY.
           SELECT CHQSTOP ASSIGN 'file/chqstop.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQSTOP-KEY
               FILE STATUS IS FS-CHQSTOP.
           SELECT FXDEALS ASSIGN 'file/fxdeals.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXDEALS.
           SELECT STORD ASSIGN 'file/stord.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STORD-SEQ
               FILE STATUS IS FS-STORD.

       DATA DIVISION.
       FILE SECTION.
       FD IBKIN.
       01 IBKIN-REC.
           05 IN-ID                     PIC X(20).
           05 IN-TYPE                   PIC X(1).
           05 IN-ID-USER                PIC 9(6).
           05 IN-ACCOUNT                PIC 9(6).
           05 IN-AMOUNT                 PIC 9(7)V99.
           05 IN-TARGET                 PIC 9(8).

       FD IBKRESP.
       01 IBKRESP-REC                   PIC X(110).

       FD IBKPARM.
       01 IBKPARM-REC                   PIC X(10).

       FD IBKLOG.
           COPY 'IBKINST.cpy'.

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.

       FD TRANSMST.
           COPY 'TRANSACTS.cpy'.

       FD WDLIMITS.
           COPY 'LIMITS.cpy'.

       FD BENEF.
           COPY 'BENEF.cpy'.

       FD OUTPAY.
           COPY 'OUTPAY.cpy'.

       FD CHQSTOP.
           COPY 'CHQSTOP.cpy'.

       FD STORD.
           COPY 'STORDERS.cpy'.

       FD FXDEALS.
           COPY 'FXDEAL.cpy'.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE                    PIC 9(8).
       01 WS-CHANNEL-OPER               PIC 9(6) VALUE 900000.
       01 WS-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ACCEPT-COUNT               PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT               PIC 9(9) VALUE 0.
       01 WS-TRANSFER-COUNT             PIC 9(9) VALUE 0.
       01 WS-PAYMENT-COUNT              PIC 9(9) VALUE 0.
       01 WS-STOP-COUNT                 PIC 9(9) VALUE 0.
       01 WS-CANCEL-COUNT               PIC 9(9) VALUE 0.
       01 WS-RESP-CODE                  PIC X(3).
       01 WS-RESP-REASON                PIC X(40).
       01 WS-REASON-WORK                PIC X(40).
       01 WS-RESP-LINE                  PIC X(110).
       01 WS-REF-SEQ                    PIC 9(9).
       01 WS-CRD-ACCOUNT-ID             PIC 9(6).
      *    VALOR A CREDITAR NA MOEDA DA CONTA DE DESTINO
       01 WS-CREDIT-AMOUNT              PIC 9(7)V99.
       01 WS-DEB-CURRENCY               PIC X(3).
       01 WS-CRD-CURRENCY               PIC X(3).
       01 WS-FX-DEAL                    PIC X(1).
       01 WS-AVAILABLE                  PIC S9(9)V99.
       01 WS-PENDING-PAY                PIC 9(9)V99.
       01 WS-CHANNEL-PAY-TODAY          PIC 9(9)V99.
       01 WS-DAY-DEBIT-TOTAL            PIC S9(9)V99.
       01 WS-LIMIT-FOUND                PIC X(1).
       01 WS-LIMIT-AMOUNT               PIC 9(7)V99.
       01 WS-DEB-NEW-AMOUNT             PIC S9(7)V99.
       01 WS-CRD-NEW-AMOUNT             PIC S9(7)V99.
       01 WS-DEB-SEQ                    PIC 9(9).
       01 WS-CRD-SEQ                    PIC 9(9).
       01 WS-NEW-OUTPAY-SEQ             PIC 9(6).
       01 WS-TYPE-DEBIT                 PIC X(8) VALUE 'TRNSFR-D'.
       01 WS-TYPE-CREDIT                PIC X(8) VALUE 'TRNSFR-C'.
      *    VARIABLE END-FILE
       01 END-FILE                      PIC X(1) VALUE 'N'.
       01 END-TCHAIN                    PIC X(1).
       01 END-OUTPAY                    PIC X(1).
      *    VARIABLE FILE STATUS
       01 FS-IBKIN                      PIC X(2).
       01 FS-IBKRESP                    PIC X(2).
       01 FS-IBKPARM                    PIC X(2).
       01 FS-IBKLOG                     PIC X(2).
       01 FS-ACCOUNTS                   PIC X(2).
       01 FS-TRANSMST                   PIC X(2).
       01 FS-LIMITS                     PIC X(2).
       01 FS-BENEF                      PIC X(2).
       01 FS-OUTPAY                     PIC X(2).
       01 FS-CHQSTOP                    PIC X(2).
       01 FS-STORD                      PIC X(2).
       01 FS-FXDEALS                    PIC X(2).
      *    BLOCO DE PARAMETROS DO CONTROLO DE EXECUCAO
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DA SOMA DE CATIVACOES
           COPY 'HOLDPRM.cpy'.
      *    BLOCO DE PARAMETROS DA GRAVACAO NO RAZAO
           COPY 'TRANSPRM.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.
      *    BLOCO DE PARAMETROS DOS CAMBIOS
           COPY 'FXCPRM.cpy'.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
           DISPLAY "IBKINST: inicio das instrucoes do homebanking"
      ******************************************************************
      *    AS INSTRUCOES SAO EXECUTADAS NA DATA DE NEGOCIO ATUAL (O
      *    DIA QUE O CICLO DE FIM-DE-DIA VAI FECHAR)
      ******************************************************************
           MOVE 'B' TO RC-FUNC
           CALL 'RUNCTL' USING RUNCTL-PARM
           IF RC-STATUS NOT = '00'
               DISPLAY "Erro no controlo de execucao: " RC-STATUS
               STOP RUN
           END-IF
           MOVE RC-BUSDATE TO WS-BUSDATE

           PERFORM READ-CHANNEL-PARAMETER

           OPEN INPUT IBKIN
           IF FS-IBKIN = '35'
               DISPLAY "IBKINST: sem instrucoes do homebanking - nada "
                       "a fazer"
               STOP RUN
           END-IF
           IF FS-IBKIN NOT = '00'
               DISPLAY "Erro ao abrir file/ibk_inbound.txt: " FS-IBKIN
               STOP RUN
           END-IF

           OPEN OUTPUT IBKRESP
           IF FS-IBKRESP NOT = '00'
               DISPLAY "Erro ao abrir file/ibk_response.txt: "
                       FS-IBKRESP
               STOP RUN
           END-IF

           OPEN I-O IBKLOG
           IF FS-IBKLOG = '35'
               OPEN OUTPUT IBKLOG
               IF FS-IBKLOG NOT = '00'
                   DISPLAY "Erro ao criar file/ibk_instr.txt: "
                           FS-IBKLOG
                   STOP RUN
               END-IF
               CLOSE IBKLOG
               OPEN I-O IBKLOG
           END-IF
           IF FS-IBKLOG NOT = '00'
               DISPLAY "Erro ao abrir file/ibk_instr.txt: " FS-IBKLOG
               STOP RUN
           END-IF

           OPEN I-O ACCOUNTS
           IF FS-ACCOUNTS NOT = '00' AND FS-ACCOUNTS NOT = '35'
               DISPLAY "Erro ao abrir file/accounts.txt: " FS-ACCOUNTS
               STOP RUN
           END-IF

           OPEN INPUT WDLIMITS
           IF FS-LIMITS NOT = '00' AND FS-LIMITS NOT = '35'
               DISPLAY "Erro ao abrir file/limits.txt: " FS-LIMITS
               STOP RUN
           END-IF

           OPEN INPUT BENEF
           IF FS-BENEF NOT = '00' AND FS-BENEF NOT = '35'
               DISPLAY "Erro ao abrir file/benef.txt: " FS-BENEF
               STOP RUN
           END-IF

           PERFORM OPEN-OUTPAY

           OPEN I-O CHQSTOP
           IF FS-CHQSTOP = '35'
               OPEN OUTPUT CHQSTOP
               IF FS-CHQSTOP NOT = '00'
                   DISPLAY "Erro ao criar file/chqstop.txt: "
                           FS-CHQSTOP
                   STOP RUN
               END-IF
               CLOSE CHQSTOP
               OPEN I-O CHQSTOP
           END-IF
           IF FS-CHQSTOP NOT = '00'
               DISPLAY "Erro ao abrir file/chqstop.txt: " FS-CHQSTOP
               STOP RUN
           END-IF

           OPEN I-O STORD
           IF FS-STORD NOT = '00' AND FS-STORD NOT = '35'
               DISPLAY "Erro ao abrir file/stord.txt: " FS-STORD
               STOP RUN
           END-IF

           PERFORM UNTIL END-FILE = 'S'
               READ IBKIN
                   AT END
                       MOVE 'S' TO END-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PROCESS-ONE-INSTRUCTION
               END-READ
           END-PERFORM

           IF FS-STORD NOT = '35'
               CLOSE STORD
           END-IF
           CLOSE CHQSTOP
           CLOSE OUTPAY
           IF FS-BENEF NOT = '35'
               CLOSE BENEF
           END-IF
           IF FS-LIMITS NOT = '35'
               CLOSE WDLIMITS
           END-IF
           IF FS-ACCOUNTS NOT = '35'
               CLOSE ACCOUNTS
           END-IF
           CLOSE IBKLOG
           CLOSE IBKRESP
           CLOSE IBKIN
      ******************************************************************
      *    CONSUMIR O FICHEIRO DE INSTRUCOES: O QUE JA FOI RESPONDIDO
      *    NAO VOLTA A SER LIDO NA PROXIMA CORRIDA DO DIA
      ******************************************************************
           OPEN OUTPUT IBKIN
           IF FS-IBKIN NOT = '00'
               DISPLAY "Erro ao consumir file/ibk_inbound.txt: "
                       FS-IBKIN
               STOP RUN
           END-IF
           CLOSE IBKIN

           DISPLAY "IBKINST: " WS-READ-COUNT " instrucao(oes) "
                   "lida(s), " WS-ACCEPT-COUNT " aceite(s), "
                   WS-REJECT-COUNT " recusada(s)"
           DISPLAY "IBKINST: " WS-TRANSFER-COUNT " transferencia(s), "
                   WS-PAYMENT-COUNT " pagamento(s), "
                   WS-STOP-COUNT " ordem(ns) de nao pagamento, "
                   WS-CANCEL-COUNT " ordem(ns) permanente(s) "
                   "cancelada(s)".

           STOP RUN.

      ******************************************************************
      *    OPERADOR DO CANAL (1A LINHA DE file/ibkparm.txt)
      ******************************************************************
       READ-CHANNEL-PARAMETER.
           OPEN INPUT IBKPARM
           IF FS-IBKPARM = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-IBKPARM NOT = '00'
               DISPLAY "Erro ao abrir file/ibkparm.txt: " FS-IBKPARM
               STOP RUN
           END-IF
           READ IBKPARM
               AT END
                   CONTINUE
               NOT AT END
                   IF IBKPARM-REC NOT = SPACES
                       MOVE FUNCTION NUMVAL (IBKPARM-REC)
                           TO WS-CHANNEL-OPER
                   END-IF
           END-READ
           CLOSE IBKPARM.

      ******************************************************************
      *    A FILA DE PAGAMENTOS FICA ABERTA TODA A CORRIDA; O PROXIMO
      *    NUMERO LIVRE E O ULTIMO MAIS UM, COMO NO PAYQUEUE
      ******************************************************************
       OPEN-OUTPAY.
           MOVE 1 TO WS-NEW-OUTPAY-SEQ
           OPEN I-O OUTPAY
           IF FS-OUTPAY = '35'
               OPEN OUTPUT OUTPAY
               IF FS-OUTPAY NOT = '00'
                   DISPLAY "Erro ao criar file/outpay.txt: " FS-OUTPAY
                   STOP RUN
               END-IF
               CLOSE OUTPAY
               OPEN I-O OUTPAY
           END-IF
           IF FS-OUTPAY NOT = '00'
               DISPLAY "Erro ao abrir file/outpay.txt: " FS-OUTPAY
               STOP RUN
           END-IF

           MOVE 'N' TO END-OUTPAY
           PERFORM UNTIL END-OUTPAY = 'S'
               READ OUTPAY NEXT RECORD
                   AT END
                       MOVE 'S' TO END-OUTPAY
                   NOT AT END
                       COMPUTE WS-NEW-OUTPAY-SEQ = OUTPAY-SEQ + 1
               END-READ
           END-PERFORM.

      ******************************************************************
      *    VALIDAR E EXECUTAR UMA INSTRUCAO; O PRIMEIRO MOTIVO DE
      *    RECUSA E O QUE VAI NA RESPOSTA
      ******************************************************************
       PROCESS-ONE-INSTRUCTION.
           MOVE SPACES TO WS-RESP-CODE
           MOVE SPACES TO WS-RESP-REASON
           MOVE ZERO TO WS-REF-SEQ

           MOVE IN-ID TO IBI-ID
           READ IBKLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R01' TO WS-RESP-CODE
                   MOVE 'INSTRUCAO REPETIDA' TO WS-RESP-REASON
           END-READ

           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-INSTRUCTION-FORMAT
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-INSTRUCTION-DIGITS
           END-IF
           IF WS-RESP-CODE = SPACES
               PERFORM CHECK-CLIENT-LIFE
           END-IF

           IF WS-RESP-CODE = SPACES
               EVALUATE IN-TYPE
                   WHEN 'T'
                       PERFORM PROCESS-TRANSFER
                   WHEN 'P'
                       PERFORM PROCESS-PAYMENT
                   WHEN 'S'
                       PERFORM PROCESS-STOP-CHEQUE
                   WHEN 'C'
                       PERFORM PROCESS-ORDER-CANCEL
               END-EVALUATE
           END-IF

           IF WS-RESP-CODE = SPACES
               MOVE 'A00' TO WS-RESP-CODE
               MOVE 'ACEITE' TO WS-RESP-REASON
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
      *    UMA INSTRUCAO REPETIDA JA ESTA NO REGISTO COM A RESPOSTA
      *    QUE TEVE DA PRIMEIRA VEZ
           IF WS-RESP-CODE NOT = 'R01'
               PERFORM REGISTER-INSTRUCTION
           END-IF

           PERFORM WRITE-RESPONSE.

      ******************************************************************
      *    TIPO CONHECIDO, CAMPOS NUMERICOS E OS CAMPOS QUE O TIPO
      *    EXIGE PREENCHIDOS
      ******************************************************************
       CHECK-INSTRUCTION-FORMAT.
           IF IN-ID = SPACES
              OR IN-ID-USER NOT NUMERIC
              OR IN-ACCOUNT NOT NUMERIC
              OR IN-AMOUNT NOT NUMERIC
              OR IN-TARGET NOT NUMERIC
               MOVE 'R02' TO WS-RESP-CODE
               MOVE 'INSTRUCAO INVALIDA (CAMPOS)' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF

           EVALUATE IN-TYPE
               WHEN 'T'
                   IF IN-ACCOUNT = ZERO OR IN-AMOUNT = ZERO
                      OR IN-TARGET = ZERO OR IN-TARGET > 999999
                       MOVE 'R02' TO WS-RESP-CODE
                   ELSE
                       MOVE IN-TARGET TO WS-CRD-ACCOUNT-ID
                       IF WS-CRD-ACCOUNT-ID = IN-ACCOUNT
                           MOVE 'R02' TO WS-RESP-CODE
                       END-IF
                   END-IF
               WHEN 'P'
                   IF IN-ACCOUNT = ZERO OR IN-AMOUNT = ZERO
                      OR IN-TARGET = ZERO OR IN-TARGET > 9999
                       MOVE 'R02' TO WS-RESP-CODE
                   END-IF
               WHEN 'S'
                   IF IN-ACCOUNT = ZERO OR IN-TARGET = ZERO
                       MOVE 'R02' TO WS-RESP-CODE
                   END-IF
               WHEN 'C'
                   IF IN-TARGET = ZERO OR IN-TARGET > 999999
                       MOVE 'R02' TO WS-RESP-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'R02' TO WS-RESP-CODE
           END-EVALUATE
           IF WS-RESP-CODE NOT = SPACES
               MOVE 'INSTRUCAO INVALIDA (TIPO/DADOS)'
                   TO WS-RESP-REASON
           END-IF.

      ******************************************************************
      *    UMA GRALHA NUM ID NAO PODE CAIR NOUTRO CLIENTE OU CONTA
      *    VIVA - O CLIENTE E AS CONTAS DA INSTRUCAO, COMO NO BALCAO
      ******************************************************************
       CHECK-INSTRUCTION-DIGITS.
           MOVE 'V' TO CD-FUNC
           MOVE IN-ID-USER TO CD-ID
           CALL 'CHKDIG' USING CHKDIG-PARM
           IF CD-VALID = 'S' AND IN-TYPE NOT = 'C'
               MOVE IN-ACCOUNT TO CD-ID
               CALL 'CHKDIG' USING CHKDIG-PARM
           END-IF
           IF CD-VALID = 'S' AND IN-TYPE = 'T'
               MOVE WS-CRD-ACCOUNT-ID TO CD-ID
               CALL 'CHKDIG' USING CHKDIG-PARM
           END-IF
           IF CD-VALID NOT = 'S'
               MOVE 'R03' TO WS-RESP-CODE
               MOVE 'CLIENTE OU CONTA INVALIDO (DIGITO)'
                   TO WS-RESP-REASON
           END-IF.

      ******************************************************************
      *    UM CLIENTE BLOQUEADO OU FALECIDO NAO TRANSACIONA NADA PELO
      *    CANAL (VER CLISTAT)
      ******************************************************************
       CHECK-CLIENT-LIFE.
           MOVE IN-ID-USER TO CS-ID-USER
           CALL 'CLISTAT' USING CLISTAT-PARM
           IF CS-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/clients.txt: " CS-STATUS
               STOP RUN
           END-IF
           IF CS-STATUS-OUT = 'B'
               MOVE 'R04' TO WS-RESP-CODE
               MOVE 'CLIENTE BLOQUEADO' TO WS-RESP-REASON
           END-IF
           IF CS-STATUS-OUT = 'D'
               MOVE 'R05' TO WS-RESP-CODE
               MOVE 'CLIENTE FALECIDO' TO WS-RESP-REASON
           END-IF.

      ******************************************************************
      *    LER A CONTA IN-ID-USER/ACCOUNTS-ID E EXIGIR QUE ESTEJA
      *    ABERTA E A MOVIMENTAR (NEM FECHADA, NEM DORMENTE, NEM COM O
      *    SALDO ENTREGUE COMO NAO RECLAMADO). A CHAVE INCLUI O DONO,
      *    PELO QUE UMA CONTA DE OUTRO CLIENTE E UMA CONTA INEXISTENTE.
      ******************************************************************
       READ-CLIENT-ACCOUNT.
           IF FS-ACCOUNTS = '35'
               MOVE 'R06' TO WS-RESP-CODE
               MOVE 'CONTA INEXISTENTE' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ID-USER TO ACCOUNTS-ID-USER
           READ ACCOUNTS
               INVALID KEY
                   MOVE 'R06' TO WS-RESP-CODE
                   MOVE 'CONTA INEXISTENTE' TO WS-RESP-REASON
               NOT INVALID KEY
                   EVALUATE ACCOUNTS-STATUS
                       WHEN 'C'
                           MOVE 'R07' TO WS-RESP-CODE
                           MOVE 'CONTA FECHADA' TO WS-RESP-REASON
                       WHEN 'D'
                           MOVE 'R07' TO WS-RESP-CODE
                           MOVE 'CONTA DORMENTE' TO WS-RESP-REASON
                       WHEN 'U'
                           MOVE 'R07' TO WS-RESP-CODE
                           MOVE 'CONTA COM SALDO NAO RECLAMADO'
                               TO WS-RESP-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      *    CONTA A DEBITAR (IN-ACCOUNT): ESTADO, SALDO DISPONIVEL E
      *    LIMITE DIARIO. FICA LIDA NO ACCOUNTS-REC PARA O CHAMADOR.
      ******************************************************************
       CHECK-DEBIT-ACCOUNT.
           MOVE IN-ACCOUNT TO ACCOUNTS-ID
           PERFORM READ-CLIENT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-ACCOUNT-PAYMENTS
      *    SALDO MENOS CATIVACOES ATIVAS E PAGAMENTOS AINDA POR
      *    DEBITAR, MAIS O DESCOBERTO
           MOVE IN-ID-USER TO HA-ID-USER
           MOVE IN-ACCOUNT TO HA-ID-ACCOUNT
           CALL 'HOLDAVL' USING HOLDAVL-PARM
           IF HA-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/holds.txt: " HA-STATUS
               STOP RUN
           END-IF
           COMPUTE WS-AVAILABLE =
               ACCOUNTS-AMOUNT - HA-HOLD-TOTAL - WS-PENDING-PAY
           IF IN-AMOUNT > WS-AVAILABLE + ACCOUNTS-OVERDRAFT
               MOVE 'R08' TO WS-RESP-CODE
               MOVE 'SALDO DISPONIVEL INSUFICIENTE' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-DAILY-LIMIT.

      ******************************************************************
      *    PAGAMENTOS DA CONTA NA FILA: OS PENDENTES (OU RETIDOS PARA
      *    REVISAO) DE QUALQUER DIA AINDA VAO SER DEBITADOS; OS QUE O
      *    CANAL ENFILEIROU HOJE CONTAM PARA O LIMITE DIARIO
      ******************************************************************
       SCAN-ACCOUNT-PAYMENTS.
           MOVE ZERO TO WS-PENDING-PAY
           MOVE ZERO TO WS-CHANNEL-PAY-TODAY
           MOVE 'N' TO END-OUTPAY
           MOVE ZERO TO OUTPAY-SEQ
           START OUTPAY KEY IS >= OUTPAY-SEQ
               INVALID KEY
                   MOVE 'S' TO END-OUTPAY
           END-START
           PERFORM UNTIL END-OUTPAY = 'S'
               READ OUTPAY NEXT RECORD
                   AT END
                       MOVE 'S' TO END-OUTPAY
                   NOT AT END
                       IF OUTPAY-ID-USER = IN-ID-USER
                          AND OUTPAY-ID-ACCOUNT = IN-ACCOUNT
                           IF OUTPAY-STATUS = 'P' OR 'H'
                               ADD OUTPAY-AMOUNT TO WS-PENDING-PAY
                           END-IF
                           IF OUTPAY-QUEUED-BY = WS-CHANNEL-OPER
                              AND OUTPAY-QUEUED-DATE = WS-BUSDATE
                              AND OUTPAY-STATUS NOT = 'R'
                               ADD OUTPAY-AMOUNT
                                   TO WS-CHANNEL-PAY-TODAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    LIMITE DIARIO DO TIPO DA CONTA (file/limits.txt, COMO NO
      *    WITHDRAW). SEM FICHEIRO OU SEM REGISTO PARA O TIPO NAO HA
      *    LIMITE. SEM SUPERVISOR NO CANAL, ACIMA DO LIMITE E RECUSA.
      ******************************************************************
       CHECK-DAILY-LIMIT.
           IF FS-LIMITS = '35'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LIMIT-FOUND
           MOVE ACCOUNTS-TYPE TO LIMITS-TYPE
           READ WDLIMITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-LIMIT-FOUND
                   MOVE LIMITS-DAILY-WD TO WS-LIMIT-AMOUNT
           END-READ
           IF WS-LIMIT-FOUND NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-TODAY-DEBITS
           ADD WS-CHANNEL-PAY-TODAY TO WS-DAY-DEBIT-TOTAL

           IF WS-DAY-DEBIT-TOTAL + IN-AMOUNT > WS-LIMIT-AMOUNT
               MOVE 'R09' TO WS-RESP-CODE
               MOVE 'LIMITE DIARIO EXCEDIDO' TO WS-RESP-REASON
           END-IF.

      ******************************************************************
      *    SOMAR NO RAZAO OS DEBITOS DE HOJE DA CONTA QUE CONTAM PARA
      *    O LIMITE: LEVANTAMENTOS AO BALCAO E TRANSFERENCIAS DO CANAL
      ******************************************************************
       SUM-TODAY-DEBITS.
           MOVE ZERO TO WS-DAY-DEBIT-TOTAL
           MOVE 'N' TO END-TCHAIN

           OPEN INPUT TRANSMST
           IF FS-TRANSMST = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TRANSMST NOT = '00'
               DISPLAY "Erro ao abrir file/transmst.txt: " FS-TRANSMST
               STOP RUN
           END-IF

           MOVE IN-ID-USER TO TRANSACTS-ID-USER
           MOVE IN-ACCOUNT TO TRANSACTS-ID
           START TRANSMST KEY IS = TRANSACTS-ACCT-KEY
               INVALID KEY
                   MOVE 'S' TO END-TCHAIN
           END-START

           PERFORM UNTIL END-TCHAIN = 'S'
               READ TRANSMST NEXT RECORD
                   AT END
                       MOVE 'S' TO END-TCHAIN
                   NOT AT END
                       IF TRANSACTS-ID-USER NOT = IN-ID-USER
                          OR TRANSACTS-ID NOT = IN-ACCOUNT
                           MOVE 'S' TO END-TCHAIN
                       ELSE
                           IF TRANSACTS-DATE = WS-BUSDATE
                              AND (TRANSACTS-TYPE = 'WITHDRAW'
                               OR (TRANSACTS-TYPE = WS-TYPE-DEBIT
                               AND TRANSACTS-OPER = WS-CHANNEL-OPER))
                               SUBTRACT TRANSACTS-AMOUNT
                                   FROM WS-DAY-DEBIT-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSMST.

      ******************************************************************
      *    TRANSFERENCIA ENTRE DUAS CONTAS DO CLIENTE: VALIDAR AS DUAS
      *    PONTAS ANTES DE MEXER EM SALDOS, COMO NO TRANSFER
      ******************************************************************
       PROCESS-TRANSFER.
           PERFORM CHECK-DEBIT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNTS-CURRENCY TO WS-DEB-CURRENCY

           MOVE WS-CRD-ACCOUNT-ID TO ACCOUNTS-ID
           PERFORM READ-CLIENT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               MOVE WS-RESP-REASON TO WS-REASON-WORK
               MOVE SPACES TO WS-RESP-REASON
               STRING WS-REASON-WORK DELIMITED '  '
                      ' (DESTINO)' DELIMITED SIZE
                   INTO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNTS-CURRENCY TO WS-CRD-CURRENCY

           PERFORM CONVERT-TRANSFER-AMOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-TRANSFER
           ADD 1 TO WS-TRANSFER-COUNT.

      ******************************************************************
      *    VALOR A CREDITAR: ENTRE MOEDAS DIFERENTES, CONVERTIDO AOS
      *    CAMBIOS DO DIA COMO NO TRANSFER; SEM CAMBIO E RECUSA
      ******************************************************************
       CONVERT-TRANSFER-AMOUNT.
           MOVE 'N' TO WS-FX-DEAL
           MOVE IN-AMOUNT TO WS-CREDIT-AMOUNT

           MOVE 'C' TO FC-FUNC
           MOVE WS-BUSDATE TO FC-DATE
           MOVE WS-DEB-CURRENCY TO FC-FROM-CUR
           MOVE WS-CRD-CURRENCY TO FC-TO-CUR
           MOVE IN-AMOUNT TO FC-AMOUNT
           CALL 'FXCONV' USING FXCONV-PARM
           IF FC-STATUS NOT = '00'
               DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
               STOP RUN
           END-IF
           MOVE FC-FROM-CUR TO WS-DEB-CURRENCY
           MOVE FC-TO-CUR TO WS-CRD-CURRENCY
           IF WS-DEB-CURRENCY = WS-CRD-CURRENCY
               EXIT PARAGRAPH
           END-IF

           IF FC-FOUND NOT = 'S'
               MOVE 'R14' TO WS-RESP-CODE
               MOVE 'SEM CAMBIO EM VIGOR' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           IF FC-RESULT > 9999999,99 OR FC-RESULT NOT > ZERO
               MOVE 'R02' TO WS-RESP-CODE
               MOVE 'VALOR CONVERTIDO FORA DOS LIMITES'
                   TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FC-RESULT TO WS-CREDIT-AMOUNT
           MOVE 'S' TO WS-FX-DEAL.

      ******************************************************************
      *    MOVIMENTAR OS DOIS SALDOS. SE A GRAVACAO DO CREDITO FALHAR
      *    DEPOIS DO DEBITO JA GRAVADO, O DEBITO E REPOSTO PARA NAO
      *    FICAR UMA TRANSFERENCIA A MEIO.
      ******************************************************************
       POST-TRANSFER.
           MOVE IN-ID-USER TO ACCOUNTS-ID-USER
           MOVE IN-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
           SUBTRACT IN-AMOUNT FROM ACCOUNTS-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO WS-DEB-NEW-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar em file/accounts.txt: "
                       FS-ACCOUNTS
               STOP RUN
           END-IF

           MOVE IN-ID-USER TO ACCOUNTS-ID-USER
           MOVE WS-CRD-ACCOUNT-ID TO ACCOUNTS-ID
           READ ACCOUNTS
           ADD WS-CREDIT-AMOUNT TO ACCOUNTS-AMOUNT
           MOVE ACCOUNTS-AMOUNT TO WS-CRD-NEW-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao gravar o credito em "
                       "file/accounts.txt: " FS-ACCOUNTS
               PERFORM UNDO-DEBIT-SIDE
               STOP RUN
           END-IF

           PERFORM WRITE-LEDGER-PAIR
           IF WS-FX-DEAL = 'S'
               PERFORM WRITE-FX-DEAL
           END-IF
           MOVE WS-DEB-SEQ TO WS-REF-SEQ.

      ******************************************************************
      *    REPOR O DEBITO QUANDO O CREDITO NAO FICOU GRAVADO
      ******************************************************************
       UNDO-DEBIT-SIDE.
           MOVE IN-ID-USER TO ACCOUNTS-ID-USER
           MOVE IN-ACCOUNT TO ACCOUNTS-ID
           READ ACCOUNTS
           ADD IN-AMOUNT TO ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           IF FS-ACCOUNTS NOT = '00'
               DISPLAY "Erro ao repor o debito em "
                       "file/accounts.txt: " FS-ACCOUNTS
           ELSE
               DISPLAY "IBKINST: transferencia " IN-ID " anulada - "
                       "o debito foi reposto"
           END-IF.

      ******************************************************************
      *    PAR DE MOVIMENTOS LIGADOS NO RAZAO, ASSINADOS PELO OPERADOR
      *    DO CANAL
      ******************************************************************
       WRITE-LEDGER-PAIR.
           MOVE 'P' TO TP-FUNC
           MOVE IN-ID-USER TO TP-ID-USER
           MOVE IN-ACCOUNT TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE WS-TYPE-DEBIT TO TP-TYPE
           COMPUTE TP-AMOUNT = 0 - IN-AMOUNT
           MOVE WS-DEB-NEW-AMOUNT TO TP-BALANCE
           MOVE ZERO TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE WS-CHANNEL-OPER TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF
           MOVE TP-SEQ-OUT TO WS-DEB-SEQ

           MOVE 'P' TO TP-FUNC
           MOVE IN-ID-USER TO TP-ID-USER
           MOVE WS-CRD-ACCOUNT-ID TO TP-ID-ACCOUNT
           MOVE ZERO TO TP-DATE
           MOVE WS-TYPE-CREDIT TO TP-TYPE
           MOVE WS-CREDIT-AMOUNT TO TP-AMOUNT
           MOVE WS-CRD-NEW-AMOUNT TO TP-BALANCE
           MOVE WS-DEB-SEQ TO TP-LINK-SEQ
           MOVE ZERO TO TP-RECEIPT
           MOVE WS-CHANNEL-OPER TO TP-OPER
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao gravar em file/transmst.txt: "
                       TP-STATUS
               STOP RUN
           END-IF
           MOVE TP-SEQ-OUT TO WS-CRD-SEQ

           MOVE 'L' TO TP-FUNC
           MOVE WS-DEB-SEQ TO TP-SEQ-OUT
           MOVE WS-CRD-SEQ TO TP-LINK-SEQ
           CALL 'TRANSPST' USING TRANSPST-PARM
           IF TP-STATUS NOT = '00'
               DISPLAY "Erro ao ligar os movimentos no razao: "
                       TP-STATUS
               STOP RUN
           END-IF.

      ******************************************************************
      *    REGISTAR A OPERACAO CAMBIAL, ASSINADA PELO OPERADOR DO CANAL
      ******************************************************************
       WRITE-FX-DEAL.
           OPEN EXTEND FXDEALS
           IF FS-FXDEALS = '35'
               OPEN OUTPUT FXDEALS
           END-IF
           IF FS-FXDEALS NOT = '00'
               DISPLAY "Erro ao abrir file/fxdeals.txt: " FS-FXDEALS
               STOP RUN
           END-IF

           MOVE SPACES TO FXDEAL-REC
           MOVE WS-BUSDATE TO FXD-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO FXD-TIME
           MOVE IN-ID-USER TO FXD-DEB-ID-USER
           MOVE IN-ACCOUNT TO FXD-DEB-ID-ACCOUNT
           MOVE WS-DEB-CURRENCY TO FXD-DEB-CURRENCY
           MOVE IN-AMOUNT TO FXD-DEB-AMOUNT
           MOVE IN-ID-USER TO FXD-CRD-ID-USER
           MOVE WS-CRD-ACCOUNT-ID TO FXD-CRD-ID-ACCOUNT
           MOVE WS-CRD-CURRENCY TO FXD-CRD-CURRENCY
           MOVE WS-CREDIT-AMOUNT TO FXD-CRD-AMOUNT
           MOVE FC-BUY TO FXD-DEB-RATE
           MOVE FC-SELL TO FXD-CRD-RATE
           MOVE FC-MARGIN TO FXD-MARGIN
           MOVE WS-DEB-SEQ TO FXD-DEB-SEQ
           MOVE WS-CHANNEL-OPER TO FXD-OPER
           WRITE FXDEAL-REC
           IF FS-FXDEALS NOT = '00'
               DISPLAY "Erro ao gravar em file/fxdeals.txt: "
                       FS-FXDEALS
               STOP RUN
           END-IF
           CLOSE FXDEALS.

      ******************************************************************
      *    PAGAMENTO PARA FORA: O BENEFICIARIO TEM DE SER DESTE
      *    CLIENTE E ESTAR ATIVO; O PAGAMENTO FICA PENDENTE PARA O
      *    PAYOUTRN, QUE VOLTA A VALIDAR ANTES DE DEBITAR
      ******************************************************************
       PROCESS-PAYMENT.
           IF FS-BENEF = '35'
               MOVE 'R10' TO WS-RESP-CODE
               MOVE 'BENEFICIARIO NAO REGISTADO' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IN-ID-USER TO BENEF-ID-USER
           MOVE IN-TARGET TO BENEF-SEQ
           READ BENEF
               INVALID KEY
                   MOVE 'R10' TO WS-RESP-CODE
                   MOVE 'BENEFICIARIO NAO REGISTADO' TO WS-RESP-REASON
               NOT INVALID KEY
                   IF BENEF-ACTIVE NOT = 'S'
                       MOVE 'R10' TO WS-RESP-CODE
                       MOVE 'BENEFICIARIO DESATIVADO OU RETIDO'
                           TO WS-RESP-REASON
                   END-IF
           END-READ
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *    O PAGAMENTO E EM MOEDA NACIONAL, A CONTA TAMBEM TEM DE SER
           MOVE IN-ACCOUNT TO ACCOUNTS-ID
           PERFORM READ-CLIENT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-CURRENCY NOT = SPACES
               MOVE 'R' TO FC-FUNC
               MOVE ZERO TO FC-DATE
               MOVE SPACES TO FC-FROM-CUR
               CALL 'FXCONV' USING FXCONV-PARM
               IF FC-STATUS NOT = '00'
                   DISPLAY "Erro ao ler file/fxrates.txt: " FC-STATUS
                   STOP RUN
               END-IF
               IF ACCOUNTS-CURRENCY NOT = FC-HOME-CUR
                   MOVE 'R15' TO WS-RESP-CODE
                   MOVE 'CONTA NOUTRA MOEDA' TO WS-RESP-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-DEBIT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-OUTPAY-SEQ TO OUTPAY-SEQ
           MOVE IN-ID-USER TO OUTPAY-ID-USER
           MOVE IN-ACCOUNT TO OUTPAY-ID-ACCOUNT
           MOVE IN-TARGET TO OUTPAY-BENEF-SEQ
           MOVE IN-AMOUNT TO OUTPAY-AMOUNT
           MOVE WS-CHANNEL-OPER TO OUTPAY-QUEUED-BY
           MOVE WS-BUSDATE TO OUTPAY-QUEUED-DATE
           MOVE 'P' TO OUTPAY-STATUS
           WRITE OUTPAY-REC
           IF FS-OUTPAY NOT = '00'
               DISPLAY "Erro ao gravar em file/outpay.txt: " FS-OUTPAY
               STOP RUN
           END-IF
           MOVE WS-NEW-OUTPAY-SEQ TO WS-REF-SEQ
           ADD 1 TO WS-NEW-OUTPAY-SEQ
           ADD 1 TO WS-PAYMENT-COUNT.

      ******************************************************************
      *    ORDEM DE NAO PAGAMENTO: SO CONTAS A ORDEM ATIVAS TEM LIVRO
      *    DE CHEQUES (COMO NO CHQMNT). UMA ORDEM JA EXISTENTE PARA O
      *    MESMO CHEQUE E REATIVADA.
      ******************************************************************
       PROCESS-STOP-CHEQUE.
           MOVE IN-ACCOUNT TO ACCOUNTS-ID
           PERFORM READ-CLIENT-ACCOUNT
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-TYPE NOT = 'C'
               MOVE 'R11' TO WS-RESP-CODE
               MOVE 'CONTA SEM LIVRO DE CHEQUES' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-STATUS NOT = 'A'
               MOVE 'R07' TO WS-RESP-CODE
               MOVE 'CONTA NAO ATIVA' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ID-USER TO CHQSTOP-ID-USER
           MOVE IN-ACCOUNT TO CHQSTOP-ID-ACCOUNT
           MOVE IN-TARGET TO CHQSTOP-CHEQUE-NO
           MOVE WS-CHANNEL-OPER TO CHQSTOP-PLACED-BY
           MOVE FUNCTION CURRENT-DATE (1:8) TO CHQSTOP-DATE
           MOVE 'A' TO CHQSTOP-STATUS
           WRITE CHQSTOP-REC
           IF FS-CHQSTOP = '22'
      *        JA HAVIA ORDEM PARA ESTE CHEQUE - REATIVA-LA
               READ CHQSTOP
               MOVE WS-CHANNEL-OPER TO CHQSTOP-PLACED-BY
               MOVE FUNCTION CURRENT-DATE (1:8) TO CHQSTOP-DATE
               MOVE 'A' TO CHQSTOP-STATUS
               REWRITE CHQSTOP-REC
           END-IF
           IF FS-CHQSTOP NOT = '00'
               DISPLAY "Erro ao gravar em file/chqstop.txt: "
                       FS-CHQSTOP
               STOP RUN
           END-IF
           ADD 1 TO WS-STOP-COUNT.

      ******************************************************************
      *    CANCELAR UMA ORDEM PERMANENTE DO CLIENTE (COMO NO STORDMNT)
      ******************************************************************
       PROCESS-ORDER-CANCEL.
           IF FS-STORD = '35'
               MOVE 'R12' TO WS-RESP-CODE
               MOVE 'ORDEM PERMANENTE INEXISTENTE' TO WS-RESP-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE IN-TARGET TO STORD-SEQ
           READ STORD
               INVALID KEY
                   MOVE 'R12' TO WS-RESP-CODE
                   MOVE 'ORDEM PERMANENTE INEXISTENTE'
                       TO WS-RESP-REASON
               NOT INVALID KEY
                   IF STORD-ID-USER NOT = IN-ID-USER
                       MOVE 'R12' TO WS-RESP-CODE
                       MOVE 'ORDEM PERMANENTE DE OUTRO CLIENTE'
                           TO WS-RESP-REASON
                   ELSE
                       IF STORD-ACTIVE NOT = 'S'
                           MOVE 'R13' TO WS-RESP-CODE
                           MOVE 'ORDEM PERMANENTE JA CANCELADA'
                               TO WS-RESP-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-RESP-CODE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO STORD-ACTIVE
           REWRITE STORD-REC
           IF FS-STORD NOT = '00'
               DISPLAY "Erro ao gravar em file/stord.txt: " FS-STORD
               STOP RUN
           END-IF
           ADD 1 TO WS-CANCEL-COUNT.

      ******************************************************************
      *    REGISTAR A INSTRUCAO RESPONDIDA, PARA O MESMO NUMERO NUNCA
      *    MAIS SER EXECUTADO
      ******************************************************************
       REGISTER-INSTRUCTION.
           MOVE IN-ID TO IBI-ID
           MOVE IN-TYPE TO IBI-TYPE
           MOVE ZERO TO IBI-ID-USER
           MOVE ZERO TO IBI-ID-ACCOUNT
           MOVE ZERO TO IBI-AMOUNT
           MOVE ZERO TO IBI-TARGET
           IF IN-ID-USER NUMERIC
               MOVE IN-ID-USER TO IBI-ID-USER
           END-IF
           IF IN-ACCOUNT NUMERIC
               MOVE IN-ACCOUNT TO IBI-ID-ACCOUNT
           END-IF
           IF IN-AMOUNT NUMERIC
               MOVE IN-AMOUNT TO IBI-AMOUNT
           END-IF
           IF IN-TARGET NUMERIC
               MOVE IN-TARGET TO IBI-TARGET
           END-IF
           MOVE WS-BUSDATE TO IBI-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO IBI-TIME
           MOVE WS-RESP-CODE TO IBI-RESULT
           MOVE WS-REF-SEQ TO IBI-REF-SEQ
           WRITE IBKINST-REC
           IF FS-IBKLOG NOT = '00'
               DISPLAY "Erro ao gravar em file/ibk_instr.txt: "
                       FS-IBKLOG
               STOP RUN
           END-IF.

      ******************************************************************
      *    RESPOSTA A PLATAFORMA: INSTRUCAO ORIGINAL + DECISAO +
      *    CODIGO + MOTIVO
      ******************************************************************
       WRITE-RESPONSE.
           MOVE SPACES TO WS-RESP-LINE
           IF WS-RESP-CODE = 'A00'
               STRING IBKIN-REC DELIMITED SIZE
                      ' ACEITE   ' DELIMITED SIZE
                      WS-RESP-CODE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RESP-REASON DELIMITED SIZE
                   INTO WS-RESP-LINE
           ELSE
               STRING IBKIN-REC DELIMITED SIZE
                      ' RECUSADA ' DELIMITED SIZE
                      WS-RESP-CODE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RESP-REASON DELIMITED SIZE
                   INTO WS-RESP-LINE
           END-IF
           MOVE WS-RESP-LINE TO IBKRESP-REC
           WRITE IBKRESP-REC
           IF FS-IBKRESP NOT = '00'
               DISPLAY "Erro ao gravar em file/ibk_response.txt: "
                       FS-IBKRESP
               STOP RUN
           END-IF.
