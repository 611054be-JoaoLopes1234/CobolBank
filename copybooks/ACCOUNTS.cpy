      *        'A' = ATIVA, 'C' = FECHADA, 'D' = DORMENTE
      *        (SEM MOVIMENTO DO CLIENTE HA DEMASIADO TEMPO -
      *        MARCADA PELO DORMSCAN; SO TRANSACIONA DEPOIS DE
      *        REATIVADA NO CLOSEACC), 'U' = SALDO ENTREGUE COMO
      *        NAO RECLAMADO (ESCHEAT - VER UNCLAIM.cpy; NAO
      *        TRANSACIONA ATE O CLIENTE O RECLAMAR NO ESCHCLM)
      *        BALCAO ONDE A CONTA ESTA DOMICILIADA, CARIMBADO NA
      *        ABERTURA COM O BALCAO DO OPERADOR (VER BRANCH.cpy;
      *        REGISTOS ANTIGOS EM BRANCO CONTAM COMO SEDE 0)
           05 ACCOUNTS-BRANCH           PIC 9(3).
      *        MOEDA DA CONTA (CODIGO ISO DE 3 LETRAS), ESCOLHIDA NA
      *        ABERTURA (OPENACCO). TODOS OS VALORES DA CONTA E DOS
      *        SEUS MOVIMENTOS ESTAO NESTA MOEDA. EM BRANCO (REGISTOS
      *        ANTIGOS) = MOEDA NACIONAL (VER FXCPRM.cpy)
           05 ACCOUNTS-CURRENCY         PIC X(3).
