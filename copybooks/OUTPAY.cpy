      *    CONTA, GRAVA O MOVIMENTO 'PAYOUT' NO RAZAO E ESCREVE O ITEM
      *    NO FICHEIRO DE SAIDA file/pay_outbound.txt.
      *    OUTPAY-STATUS: 'P' = PENDENTE, 'E' = ENVIADO,
      *                   'R' = RECUSADO NO FIM-DE-DIA,
      *                   'H' = RETIDO PARA REVISAO DE CONFORMIDADE
      *                         (VER SANCREV.cpy)
      *****************************************************************
       01 OUTPAY-REC.
           05 OUTPAY-SEQ                PIC 9(6).
