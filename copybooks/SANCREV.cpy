      *****************************************************************
      *    LAYOUT DA FILA DE REVISAO DE CONFORMIDADE
      *    (file/sancreview.txt). CADA POSSIVEL COINCIDENCIA DE UM
      *    NOME COM A LISTA DE SANCOES (VER WATCHLST.cpy) ABRE AQUI UM
      *    ITEM, ESCRITO PELO SANCSCR. ENQUANTO O ITEM ESTA ABERTO O
      *    SUJEITO FICA RETIDO:
      *      'C' = CLIENTE       - CLIENTS-STATUS 'B' (BLOQUEADO)
      *      'B' = BENEFICIARIO  - BENEF-ACTIVE 'R' (RETIDO)
      *      'P' = PAGAMENTO     - OUTPAY-STATUS 'H' (RETIDO)
      *    SO UM SUPERVISOR DECIDE O ITEM NO SANCMNT: LIBERTAR (FALSO
      *    POSITIVO - O SUJEITO VOLTA AO ESTADO ANTERIOR, GUARDADO EM
      *    SRV-PREV-STATUS) OU CONFIRMAR (O CLIENTE FICA BLOQUEADO, O
      *    BENEFICIARIO DESATIVADO E O PAGAMENTO RECUSADO). UM ITEM
      *    LIBERTADO NAO VOLTA A SER ABERTO PARA O MESMO SUJEITO E A
      *    MESMA ENTRADA DA LISTA.
      *    SRV-ID-USER: CLIENTE (DONO DO BENEFICIARIO OU DO PAGAMENTO)
      *    SRV-REF: SEQUENCIA DO BENEFICIARIO OU DO PAGAMENTO NA FILA
      *             (0 PARA UM CLIENTE)
      *    SRV-STATUS: 'O' = ABERTO, 'L' = LIBERTADO, 'C' = CONFIRMADO
      *    SRV-ORIGIN: PROGRAMA QUE FEZ A FILTRAGEM
      *****************************************************************
       01 SANCREV-REC.
           05 SRV-SEQ                   PIC 9(9).
           05 SRV-KIND                  PIC X(1).
           05 SRV-ID-USER               PIC 9(6).
           05 SRV-REF                   PIC 9(6).
           05 SRV-NAME                  PIC X(30).
           05 SRV-WL-ID                 PIC X(10).
           05 SRV-WL-NAME               PIC X(40).
           05 SRV-PREV-STATUS           PIC X(1).
           05 SRV-ORIGIN                PIC X(8).
           05 SRV-RAISED-DATE           PIC 9(8).
           05 SRV-RAISED-BY             PIC 9(6).
           05 SRV-STATUS                PIC X(1).
           05 SRV-DECIDED-DATE          PIC 9(8).
           05 SRV-DECIDED-BY            PIC 9(6).
