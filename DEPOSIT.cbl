           COPY 'RCPTPRM.cpy'.
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

           ADD WS-DEPOSIT-AMOUNT TO ACCOUNTS-AMOUNT
           REWRITE ACCOUNTS-REC
           MOVE ACCOUNTS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Deposito efetuado com sucesso!"
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
