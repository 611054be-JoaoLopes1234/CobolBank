      *    LANCAMENTO DE PARTIDAS DOBRADAS COM ESTE PAR E O VALOR
      *    ABSOLUTO DO MOVIMENTO. O PAR DEFINE-SE PARA O SENTIDO
      *    NORMAL DO TIPO (EX: 'WITHDRAW' DEBITA A CONTA DO CLIENTE E
      *    CREDITA CAIXA; 'DEBITINT', O JURO DEVEDOR DO INTACCR,
      *    DEBITA A CONTA DO CLIENTE E CREDITA A CONTA DE PROVEITOS
      *    DE JUROS). MANTIDO NO RATEMNT; TIPOS SEM LINHA AQUI
      *    SAEM NA LISTA DE REJEITADOS DO GLJRNL.
      *    GLMAP-NORM-SIGN: SINAL NORMAL DO MOVIMENTO NO RAZAO DO
      *    CLIENTE PARA ESTE TIPO - 'D' = NORMALMENTE DEBITA O
