      *                'S' = VENDA DE NUMERARIO AO COFRE (GAVETA >
      *                      COFRE)
      *    VAULT-BY E O OPERADOR QUE REGISTOU O LANCAMENTO.
      *    VAULT-CURRENCY: MOEDA DO NUMERARIO (O COFRE E AS GAVETAS
      *    TEM UM FLOAT E UM FECHO POR MOEDA); EM BRANCO (REGISTOS
      *    ANTIGOS) = MOEDA NACIONAL
      *****************************************************************
       01 VAULT-REC.
           05 VAULT-KEY.
           05 VAULT-OPER                PIC 9(6).
           05 VAULT-AMOUNT              PIC 9(7)V99.
           05 VAULT-BY                  PIC 9(6).
           05 VAULT-CURRENCY            PIC X(3).
