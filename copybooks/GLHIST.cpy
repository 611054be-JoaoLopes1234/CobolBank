      *****************************************************************
      *    LAYOUT DO HISTORICO DE PERIODOS FECHADOS DA RAZAO GERAL
      *    (file/glhist.txt). NO FECHO DO MES O GLCLOSE CONGELA AQUI
      *    A FOTOGRAFIA DE CADA SALDO DE file/glbal.txt (ABERTURA,
      *    MOVIMENTO E FECHO DO PERIODO) ANTES DE TRANSPORTAR O SALDO
      *    DE FECHO PARA A ABERTURA DO PERIODO SEGUINTE. UM PERIODO
      *    FECHADO NAO VOLTA A SER ESCRITO NEM RECEBE LANCAMENTOS.
      *    SALDOS DEVEDORES POSITIVOS, COMO EM GLBAL.cpy.
      *****************************************************************
       01 GLHIST-REC.
           05 GLH-KEY.
               10 GLH-PERIOD            PIC 9(6).
               10 GLH-ACCT              PIC X(8).
               10 GLH-BRANCH            PIC 9(3).
           05 GLH-OPEN-BAL              PIC S9(13)V99.
           05 GLH-PERIOD-DR             PIC 9(13)V99.
           05 GLH-PERIOD-CR             PIC 9(13)V99.
           05 GLH-CLOSE-BAL             PIC S9(13)V99.
           05 GLH-CLOSE-DATE            PIC 9(8).
