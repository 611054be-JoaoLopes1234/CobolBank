      *    GUARDAR O HISTORICO DE TAXAS - O INTACCR APLICA A TAXA
      *    COM A DATA DE EFEITO MAIS RECENTE QUE NAO SEJA FUTURA
      *    RATES-RATE E A TAXA DIARIA (EX: 0,0010 = 0,10% AO DIA)
      *    TIPOS: 'C'/'S' JURO CREDOR DAS CONTAS CORRENTES/POUPANCA,
      *    'T' DEPOSITOS A PRAZO, E JURO DEVEDOR SOBRE SALDOS
      *    NEGATIVOS - 'O'/'X' CORRENTES DENTRO/ALEM DO DESCOBERTO
      *    AUTORIZADO, 'P'/'Y' POUPANCA DENTRO/ALEM DO DESCOBERTO
      *****************************************************************
       01 RATES-REC.
           05 RATES-KEY.
