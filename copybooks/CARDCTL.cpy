      *****************************************************************
      *    LAYOUT DO FICHEIRO DE CONTROLO DOS CARTOES
      *    (file/card_ctl.txt) - GUARDA O PROXIMO NUMERO DE SERIE
      *    LIVRE PARA OS CARTOES DE RENOVACAO. O NUMERO DO CARTAO
      *    NOVO E O BIN (6 PRIMEIROS DIGITOS) DO CARTAO ANTIGO, A
      *    SERIE (9 DIGITOS) E O DIGITO DE CONTROLO LUHN.
      *****************************************************************
       01 CARDCTL-REC.
           05 CARDCTL-ID            PIC X(1).
           05 CARDCTL-NEXT-SERIAL   PIC 9(9).
