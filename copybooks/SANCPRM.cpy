      *****************************************************************
      *    BLOCO DE PARAMETROS DO SANCSCR (FILTRAGEM DE NOMES CONTRA A
      *    LISTA DE SANCOES - VER WATCHLST.cpy E SANCREV.cpy)
      *    SC-FUNC: 'S' = FILTRAR SC-NAME; UMA COINCIDENCIA NOVA ABRE
      *                   UM ITEM NA FILA DE REVISAO PARA O SUJEITO
      *                   (SC-KIND/SC-ID-USER/SC-REF) COM O ESTADO
      *                   ANTERIOR SC-PREV-STATUS
      *             'O' = SO VERIFICAR SE O SUJEITO TEM UM ITEM ABERTO
      *    SC-KIND: 'C' = CLIENTE, 'B' = BENEFICIARIO, 'P' = PAGAMENTO
      *    SC-RESULT: 'N' = SEM COINCIDENCIA (OU SO COINCIDENCIAS JA
      *                     LIBERTADAS COMO FALSO POSITIVO)
      *               'R' = EM REVISAO (ITEM ABERTO; SC-NEW-REVIEW
      *                     'S' SE FOI ABERTO NESTA CHAMADA)
      *               'C' = COINCIDENCIA JA CONFIRMADA
      *    A COMPARACAO TOLERA ESPACOS, PONTUACAO, MAIUSCULAS E A
      *    ORDEM DAS PALAVRAS (VER O PROPRIO SANCSCR).
      *    SC-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 SANCSCR-PARM.
           05 SC-FUNC               PIC X(1).
           05 SC-KIND               PIC X(1).
           05 SC-ID-USER            PIC 9(6).
           05 SC-REF                PIC 9(6).
           05 SC-NAME               PIC X(30).
           05 SC-PREV-STATUS        PIC X(1).
           05 SC-ORIGIN             PIC X(8).
           05 SC-OPER               PIC 9(6).
           05 SC-RESULT             PIC X(1).
           05 SC-NEW-REVIEW         PIC X(1).
           05 SC-WL-ID              PIC X(10).
           05 SC-WL-NAME            PIC X(40).
           05 SC-REVIEW-SEQ         PIC 9(9).
           05 SC-STATUS             PIC X(2).
