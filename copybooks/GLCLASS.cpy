      *****************************************************************
      *    LAYOUT DO PLANO DE CONTAS (file/glclass.txt - PARAMETRO,
      *    UMA LINHA POR CONTA DA RAZAO GERAL), EX:
      *      CAIXA    A
      *      DEPCLI   P S
      *      JURPROV  V
      *      RESTRANS T
      *    COLUNAS 1-8 A CONTA, 10 A CLASSE, 12 'S' NAS CONTAS DE
      *    CONTROLO DO RAZAO DE CLIENTES (AS QUE ESPELHAM OS SALDOS DE
      *    file/accounts.txt - O GLTRIAL RECONCILIA-AS POR BALCAO).
      *    GLC-CLASS: 'A' = ATIVO, 'P' = PASSIVO, 'K' = CAPITAL,
      *               'V' = PROVEITOS, 'G' = CUSTOS,
      *               'T' = RESULTADOS TRANSITADOS (DESTINO DO FECHO DO
      *                     ANO PELO GLYEND - SO UMA CONTA)
      *    CONTAS SEM LINHA AQUI CONTAM COMO DE BALANCO (NAO SAO
      *    FECHADAS NO FIM DO ANO) E SAEM COM CLASSE '?' NO BALANCETE.
      *****************************************************************
       01 GLCLASS-REC.
           05 GLC-ACCT                  PIC X(8).
           05 FILLER                    PIC X(1).
           05 GLC-CLASS                 PIC X(1).
           05 FILLER                    PIC X(1).
           05 GLC-CUST-LEDGER           PIC X(1).
