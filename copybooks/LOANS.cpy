      *    SAO COBRADAS DA MESMA CONTA PELO LOANCOLL NO CICLO DE
      *    FIM-DE-DIA. LOAN-BALANCE E O CAPITAL EM DIVIDA;
      *    LOAN-ARREARS-COUNT/AMOUNT SOMAM AS PRESTACOES EM ATRASO.
      *    LOAN-STATUS: 'A' = ATIVO, 'P' = LIQUIDADO (PELA COBRANCA
      *    DA ULTIMA PRESTACAO OU POR LIQUIDACAO ANTECIPADA NO
      *    LOANMNT), 'W' = ABATIDO (POR UM SUPERVISOR NO LOANMNT,
      *    DEPOIS DE O LOANAGE O LISTAR PARA ABATE - JA NAO E
      *    COBRADO NEM PROVISIONADO). UMA AMORTIZACAO PARCIAL REDUZ
      *    O LOAN-BALANCE E REFAZ O PLANO (LOAN-INSTALLMENT/
      *    LOAN-TERM-MONTHS).
      *****************************************************************
       01 LOANS-REC.
           05 LOAN-SEQ                  PIC 9(6).
