      *    DESCOBERTO, APLICA O LIMITE DIARIO DE LEVANTAMENTO POR
      *    TIPO DE CONTA (file/limits.txt), SOMANDO OS LEVANTAMENTOS
      *    DO DIA NO RAZAO; ACIMA DO LIMITE SO COM APROVACAO DE UM
      *    SUPERVISOR, REGISTADA EM file/override_log.txt ('OVERRIDE'
      *    QUANDO CONCEDIDA, 'RECUSADO' QUANDO O SUPERVISOR INDICADO
      *    NAO A PODE DAR - O OPERRPT CONTA OS PEDIDOS E AS
      *    CONCESSOES POR OPERADOR).
      *    SE A CONTA NAO EXISTIR EM NOME DO CLIENTE INDICADO,
      *    PROCURA-SE EM file/coowners.txt UMA CONTA COM ESSE NUMERO
      *    DE QUE ELE SEJA CO-TITULAR - QUALQUER TITULAR REGISTADO
       01 WS-CONFIRM                     PIC X(1).
       01 WS-TIMESTAMP                   PIC X(14).
       01 WS-OVERLOG-LINE                PIC X(80).
       01 WS-OVERRIDE-RESULT             PIC X(8).
      *    VARIABLE END-FILE
       01 END-TCHAIN                     PIC X(1).
       01 END-COCHAIN                    PIC X(1).
           COPY 'RUNCTLPR.cpy'.
      *    BLOCO DE PARAMETROS DO ESTADO DE VIDA DO CLIENTE
           COPY 'CLISTPRM.cpy'.
      *    BLOCO DE PARAMETROS DA REVISAO DE DILIGENCIA DEVIDA
           COPY 'KYCPRM.cpy'.
      *    BLOCO DE PARAMETROS DO DIGITO DE CONTROLO
           COPY 'CHKDPRM.cpy'.

           IF CS-STATUS-OUT NOT = 'A'
               EXIT PROGRAM
           END-IF
           MOVE LK-USER-ID TO KC-ID-USER
           PERFORM CHECK-CLIENT-REVIEW
           DISPLAY "Qual o ID da conta?"
           ACCEPT WS-ACCOUNT-ID
      ******************************************************************
                       "e reativa-la primeiro."
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNTS-STATUS = 'U'
               DISPLAY "O saldo desta conta foi entregue como nao "
                       "reclamado! Um supervisor tem de o devolver "
                       "primeiro (Unclaimed Funds Claim)."
               EXIT PARAGRAPH
           END-IF
      ******************************************************************
      *    O LEVANTAMENTO COMPARA-SE COM O SALDO DISPONIVEL: SALDO
      *    MENOS CATIVACOES ATIVAS, MAIS O DESCOBERTO
               MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY "Saldo disponivel insuficiente "
                       "para este levantamento!"
               DISPLAY "Saldo atual: " WS-AMOUNT-EDIT " "
                       ACCOUNTS-CURRENCY
               MOVE HA-HOLD-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Cativado:    " WS-TOTAL-EDIT
               MOVE WS-AVAILABLE TO WS-TOTAL-EDIT
           MOVE WS-SUPERVISOR-ID TO OPERATOR-ID
           READ OPERATORS
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-OVERRIDE-RESULT
                   PERFORM WRITE-OVERRIDE-LOG
                   DISPLAY "Supervisor desconhecido - levantamento "
                           "recusado."
               NOT INVALID KEY
                   IF OPERATOR-LEVEL NOT = 'S'
                      OR OPERATOR-STATUS NOT = 'A'
                       MOVE 'RECUSADO' TO WS-OVERRIDE-RESULT
                       PERFORM WRITE-OVERRIDE-LOG
                       DISPLAY "Este operador nao pode aprovar - "
                               "levantamento recusado."
                   ELSE
                       MOVE 'S' TO WS-ALLOW
                       MOVE 'OVERRIDE' TO WS-OVERRIDE-RESULT
                       PERFORM WRITE-OVERRIDE-LOG
                       DISPLAY "Levantamento aprovado pelo "
                               "supervisor."
           CLOSE OPERATORS.

      ******************************************************************
      *    DEIXAR RASTO DO OVERRIDE: QUEM APROVOU (OU RECUSOU), QUEM
      *    PEDIU, QUE CONTA E QUE VALOR
      ******************************************************************
       WRITE-OVERRIDE-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-TIMESTAMP
           MOVE SPACES TO WS-OVERLOG-LINE
           STRING WS-TIMESTAMP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-OVERRIDE-RESULT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SUPERVISOR-ID DELIMITED SIZE
                  ' CAIXA ' DELIMITED SIZE
                  OPER-SESS-ID DELIMITED SIZE
           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Levantamento efetuado com sucesso!"
           DISPLAY "Recibo n. " RP-RECEIPT-OUT
           DISPLAY "Novo saldo: " WS-AMOUNT-EDIT " " ACCOUNTS-CURRENCY.

      ******************************************************************
      *    REVISAO DE DILIGENCIA DEVIDA DO CLIENTE KC-ID-USER (VER
      *    KYCCHK): VENCIDA SO AVISA O CAIXA - QUEM RECUSA CONTAS
      *    NOVAS E O OPENACCO
      ******************************************************************
       CHECK-CLIENT-REVIEW.
           MOVE 'C' TO KC-FUNC
           MOVE ZERO TO KC-DATE
           CALL 'KYCCHK' USING KYCCHK-PARM
           IF KC-STATUS NOT = '00'
               DISPLAY "Erro na revisao de diligencia: " KC-STATUS
               STOP RUN
           END-IF
           IF KC-RESULT NOT = 'N'
               IF KC-NEXT = ZERO
                   DISPLAY "AVISO: o cliente " KC-ID-USER " nao tem "
                           "revisao de diligencia agendada - "
                           "encaminhar para Update Client "
                           "Information (KYC)."
               ELSE
                   DISPLAY "AVISO: a revisao de diligencia do "
                           "cliente " KC-ID-USER " esta vencida ha "
                           KC-DAYS-OVER " dia(s) - encaminhar para "
                           "Update Client Information (KYC)."
               END-IF
           END-IF.
