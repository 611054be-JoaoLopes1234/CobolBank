                   INVALID KEY
                       DISPLAY "Conta nao encontrada!"
                   NOT INVALID KEY
      *                CONTA COM O SALDO ENTREGUE COMO NAO RECLAMADO
      *                SO VOLTA PELA RECLAMACAO NO ESCHCLM
                       IF ACCOUNTS-STATUS = 'U'
                           DISPLAY "O saldo desta conta foi entregue "
                                   "como nao reclamado! Um supervisor "
                                   "tem de o devolver primeiro "
                                   "(Unclaimed Funds Claim)."
                           CLOSE ACCOUNTS
                           EXIT PROGRAM
                       END-IF
      *                CONTAS FECHADAS OU DORMENTES REATIVAM;
      *                CONTAS ATIVAS FECHAM
                       IF ACCOUNTS-STATUS = 'C'
