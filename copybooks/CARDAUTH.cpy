      *****************************************************************
      *    LAYOUT DO REGISTO DE AUTORIZACOES DE CARTAO
      *    (file/cardauth.txt). UMA LINHA POR AUTORIZACAO APROVADA
      *    PELO CARDAUTH, COM A CHAVE NA REFERENCIA DO PROCESSADOR -
      *    A MESMA QUE VOLTA NO FICHEIRO DE LIQUIDACAO (SD-REF) - E A
      *    CHAVE DA CATIVACAO COLOCADA EM file/holds.txt. O CARDCLR
      *    CASA CADA ITEM LIQUIDADO COM A SUA AUTORIZACAO E LIBERTA A
      *    CATIVACAO; AS QUE NUNCA FOREM LIQUIDADAS EXPIRAM AO FIM
      *    DOS DIAS DE file/cardparm.txt.
      *    CA-STATUS: 'A' = PENDENTE (CATIVACAO ATIVA),
      *               'S' = LIQUIDADA, 'X' = EXPIRADA
      *****************************************************************
       01 CARDAUTH-REC.
           05 CA-REF                    PIC X(20).
           05 CA-CARD                   PIC 9(16).
           05 CA-ID-USER                PIC 9(6).
           05 CA-ID-ACCOUNT             PIC 9(6).
           05 CA-HOLD-SEQ               PIC 9(4).
           05 CA-AMOUNT                 PIC 9(7)V99.
           05 CA-DATE                   PIC 9(8).
           05 CA-STATUS                 PIC X(1).
           05 CA-CLOSE-DATE             PIC 9(8).
