                   CONTINUE
           END-READ

      *    O REGISTO DE SALDOS NAO RECLAMADOS ESTA NA CHAVE ANTIGA: O
      *    SALDO E RECLAMADO PRIMEIRO (ESCHCLM) E SO DEPOIS A CONTA
      *    MUDA DE DONO
           IF ACCOUNTS-STATUS = 'U'
               DISPLAY "O saldo desta conta foi entregue como nao "
                       "reclamado - tem de ser reclamado antes da "
                       "transferencia."
               CLOSE ACCOUNTS
               EXIT PROGRAM
           END-IF

           MOVE ACCOUNTS-AMOUNT TO WS-SAVED-AMOUNT
           MOVE ACCOUNTS-TYPE TO WS-SAVED-TYPE
           MOVE ACCOUNTS-OVERDRAFT TO WS-SAVED-OVERDRAFT
