      *    EMPRESTIMO (LOANMNT): UMA LINHA POR PRESTACAO, COM A
      *    REPARTICAO CAPITAL/JURO CALCULADA PELO SISTEMA FRANCES
      *    (PRESTACAO CONSTANTE). O LOANCOLL COBRA CADA PRESTACAO NA
      *    DATA DE VENCIMENTO. UMA AMORTIZACAO PARCIAL REFAZ A
      *    REPARTICAO DAS PRESTACOES PENDENTES.
      *    LSCH-STATUS: 'P' = PENDENTE, 'C' = COBRADA,
      *                 'A' = EM ATRASO (FALHOU O SALDO DISPONIVEL -
      *                 VOLTA A SER TENTADA TODOS OS CICLOS),
      *                 'L' = FECHADA SEM COBRANCA (LIQUIDACAO
      *                 ANTECIPADA OU PRAZO ENCURTADO POR UMA
      *                 AMORTIZACAO PARCIAL NO LOANMNT)
      *****************************************************************
       01 LOANSCH-REC.
           05 LSCH-KEY.
