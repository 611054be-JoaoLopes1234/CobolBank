      *****************************************************************
      *    BLOCO DE PARAMETROS DO FXCONV (CAMBIOS E CONVERSAO ENTRE
      *    MOEDAS). A MOEDA NACIONAL E DEVOLVIDA EM FC-HOME-CUR; UMA
      *    MOEDA EM BRANCO (CONTAS E COFRE ANTERIORES AS CONTAS EM
      *    MOEDA ESTRANGEIRA) E A MOEDA NACIONAL.
      *    FC-FUNC: 'R' = CAMBIOS EM VIGOR DE FC-FROM-CUR (FC-BUY,
      *                   FC-SELL, FC-MID, FC-RATE-DATE)
      *             'C' = CONVERTER FC-AMOUNT DE FC-FROM-CUR PARA
      *                   FC-TO-CUR: O BANCO COMPRA A MOEDA DE ORIGEM
      *                   (FX-BUY) E VENDE A DE DESTINO (FX-SELL).
      *                   DEVOLVE FC-RESULT (NA MOEDA DE DESTINO),
      *                   FC-HOME-AMOUNT (A ORIGEM EM MOEDA NACIONAL
      *                   AO CAMBIO MEDIO) E FC-MARGIN (MARGEM CAMBIAL
      *                   EM MOEDA NACIONAL = CONTRAVALOR MEDIO DA
      *                   ORIGEM MENOS O DO DESTINO)
      *             'H' = CONTRAVALOR DE FC-AMOUNT (EM FC-FROM-CUR) EM
      *                   MOEDA NACIONAL AO CAMBIO MEDIO, EM
      *                   FC-HOME-AMOUNT
      *    FC-DATE: DIA DOS CAMBIOS (0 = DATA DE NEGOCIO)
      *    FC-FOUND: 'S' SE HA CAMBIO EM VIGOR (PARA 'C' NAS DUAS
      *              MOEDAS); 'N' - SEM CAMBIO NAO HA CONVERSAO
      *    FC-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 FXCONV-PARM.
           05 FC-FUNC               PIC X(1).
           05 FC-DATE               PIC 9(8).
           05 FC-FROM-CUR           PIC X(3).
           05 FC-TO-CUR             PIC X(3).
           05 FC-AMOUNT             PIC S9(9)V99.
           05 FC-BUY                PIC 9(4)V9(6).
           05 FC-SELL               PIC 9(4)V9(6).
           05 FC-MID                PIC 9(4)V9(6).
           05 FC-RATE-DATE          PIC 9(8).
           05 FC-RESULT             PIC S9(9)V99.
           05 FC-HOME-AMOUNT        PIC S9(9)V99.
           05 FC-MARGIN             PIC S9(7)V99.
           05 FC-HOME-CUR           PIC X(3).
           05 FC-FOUND              PIC X(1).
           05 FC-STATUS             PIC X(2).
