      *    DE CARTAO (ATRIBUIDO PELO PROCESSADOR) A UMA ACCOUNTS-KEY.
      *    O FICHEIRO DE LIQUIDACAO DIARIO DO PROCESSADOR E APLICADO
      *    PELO CARDCLR NO CICLO DE FIM-DE-DIA ATRAVES DESTA LIGACAO.
      *    CARDS-STATUS: 'A' = ATIVO, 'B' = BLOQUEADO, 'E' = EXPIRADO,
      *    'P' = RENOVACAO EMITIDA PELO CARDRENW, POR ATIVAR (VER
      *    CARDRNW.cpy - AINDA NAO TRANSACIONA)
      *    (UM CARTAO COM CARDS-EXPIRY ANTERIOR AO MES DA DATA DE
      *    NEGOCIO E TRATADO COMO EXPIRADO MESMO QUE AINDA MARCADO
      *    'A').
      *    AS AUTORIZACOES DO DIA (CARDAUTH) RESPEITAM UM LIMITE
      *    DIARIO POR CARTAO: CARDS-DAILY-LIMIT (0 = O LIMITE POR
      *    OMISSAO DE file/cardparm.txt). CARDS-AUTH-TOTAL ACUMULA O
      *    QUE FOI AUTORIZADO NA DATA DE NEGOCIO CARDS-AUTH-DATE E
      *    RECOMECA A ZERO NO PRIMEIRO PEDIDO DE OUTRO DIA.
      *****************************************************************
       01 CARDS-REC.
           05 CARDS-NUMBER              PIC 9(16).
           05 CARDS-ID-ACCOUNT          PIC 9(6).
           05 CARDS-EXPIRY              PIC 9(6).
           05 CARDS-STATUS              PIC X(1).
           05 CARDS-DAILY-LIMIT         PIC 9(7)V99.
           05 CARDS-AUTH-DATE           PIC 9(8).
           05 CARDS-AUTH-TOTAL          PIC 9(7)V99.
