      *****************************************************************
      *    LAYOUT DO REGISTO DE RENOVACOES DE CARTAO
      *    (file/cardrenew.txt). UMA LINHA POR CARTAO RENOVADO PELO
      *    CARDRENW: A CHAVE E O CARTAO QUE EXPIRA E A CHAVE
      *    ALTERNATIVA O CARTAO NOVO QUE O SUBSTITUI (GRAVADO EM
      *    file/cards.txt COM CARDS-STATUS 'P' E ENVIADO AO
      *    GRAVADOR DE CARTOES). QUANDO O CLIENTE ATIVA O CARTAO NOVO
      *    NO CARDMNT O ANTIGO DEIXA DE FUNCIONAR ('E'); SE NAO O
      *    ATIVAR, O ANTIGO PARA NA MESMA NO FIM DA SUA VALIDADE.
      *    CR-STATUS: 'O' = ENCOMENDADO, 'A' = ATIVADO
      *****************************************************************
       01 CARDRNW-REC.
           05 CR-OLD-CARD               PIC 9(16).
           05 CR-NEW-CARD               PIC 9(16).
           05 CR-ID-USER                PIC 9(6).
           05 CR-ID-ACCOUNT             PIC 9(6).
           05 CR-NEW-EXPIRY             PIC 9(6).
           05 CR-ORDER-DATE             PIC 9(8).
           05 CR-STATUS                 PIC X(1).
           05 CR-ACT-DATE               PIC 9(8).
