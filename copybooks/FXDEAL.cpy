      *****************************************************************
      *    LAYOUT DO REGISTO DE OPERACOES CAMBIAIS (file/fxdeals.txt).
      *    UMA LINHA POR TRANSFERENCIA ENTRE CONTAS DE MOEDAS
      *    DIFERENTES (TRANSFER AO BALCAO, IBKINST NO CANAL INTERNET),
      *    ACRESCENTADA NO MOMENTO DA TRANSFERENCIA. O GLJRNL LANCA A
      *    MARGEM CAMBIAL DAS OPERACOES DO DIA DE NEGOCIO COMO PROVEITO
      *    (MOVIMENTO 'FXMARGIN' DO GLMAP).
      *    FXD-DEB-AMOUNT / FXD-CRD-AMOUNT: VALORES DEBITADO E
      *    CREDITADO, CADA UM NA MOEDA DA SUA CONTA
      *    FXD-DEB-RATE: CAMBIO DE COMPRA DA MOEDA DEBITADA;
      *    FXD-CRD-RATE: CAMBIO DE VENDA DA MOEDA CREDITADA (1 PARA A
      *    MOEDA NACIONAL)
      *    FXD-MARGIN: MARGEM EM MOEDA NACIONAL (VER FXCPRM.cpy)
      *    FXD-DEB-SEQ: NUMERO DO MOVIMENTO DE DEBITO NO RAZAO
      *****************************************************************
       01 FXDEAL-REC.
           05 FXD-DATE                  PIC 9(8).
           05 FXD-TIME                  PIC 9(6).
           05 FXD-DEB-ID-USER           PIC 9(6).
           05 FXD-DEB-ID-ACCOUNT        PIC 9(6).
           05 FXD-DEB-CURRENCY          PIC X(3).
           05 FXD-DEB-AMOUNT            PIC 9(7)V99.
           05 FXD-CRD-ID-USER           PIC 9(6).
           05 FXD-CRD-ID-ACCOUNT        PIC 9(6).
           05 FXD-CRD-CURRENCY          PIC X(3).
           05 FXD-CRD-AMOUNT            PIC 9(7)V99.
           05 FXD-DEB-RATE              PIC 9(4)V9(6).
           05 FXD-CRD-RATE              PIC 9(4)V9(6).
           05 FXD-MARGIN                PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05 FXD-DEB-SEQ               PIC 9(9).
           05 FXD-OPER                  PIC 9(6).
