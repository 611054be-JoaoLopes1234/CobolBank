      *****************************************************************
      *    LAYOUT DA TABELA DE CAMBIOS (file/fxrates.txt). UMA ENTRADA
      *    POR MOEDA E DATA DE ENTRADA EM VIGOR, MANTIDA PELO
      *    SUPERVISOR NO FXMNT. VALE PARA UM DIA A ENTRADA DA MOEDA
      *    COM A MAIOR FX-DATE QUE NAO PASSE DESSE DIA (OS DIAS SEM
      *    CAMBIO NOVO FICAM COM O ULTIMO EM VIGOR).
      *    FX-BUY / FX-SELL: UNIDADES DE MOEDA NACIONAL POR UMA
      *    UNIDADE DA MOEDA; O BANCO COMPRA A MOEDA A FX-BUY E VENDE-A
      *    A FX-SELL (FX-BUY < FX-SELL - A DIFERENCA PARA O MEDIO E A
      *    MARGEM CAMBIAL). A MOEDA NACIONAL NAO TEM ENTRADA AQUI.
      *    FX-SET-BY: SUPERVISOR QUE REGISTOU O CAMBIO
      *****************************************************************
       01 FXRATES-REC.
           05 FX-KEY.
               10 FX-CURRENCY           PIC X(3).
               10 FX-DATE               PIC 9(8).
           05 FX-BUY                    PIC 9(4)V9(6).
           05 FX-SELL                   PIC 9(4)V9(6).
           05 FX-SET-BY                 PIC 9(6).
