      *****************************************************************
      *    LAYOUT DOS SALDOS DA RAZAO GERAL (file/glbal.txt). UM
      *    REGISTO POR CONTA DA RAZAO (AS DE file/glmap.txt) E BALCAO,
      *    ATUALIZADO TODAS AS NOITES PELO GLPOST COM OS LANCAMENTOS
      *    DO DIARIO DO GLJRNL. OS SALDOS SAO DEVEDORES POSITIVOS
      *    (UM SALDO CREDOR E NEGATIVO).
      *    GLB-OPEN-BAL: SALDO DE ABERTURA DO PERIODO EM CURSO (O DE
      *                  FECHO DO PERIODO ANTERIOR, TRANSPORTADO PELO
      *                  GLCLOSE; NO FECHO DO ANO O GLYEND PASSA OS
      *                  DE PROVEITOS E CUSTOS A RESULTADOS
      *                  TRANSITADOS)
      *    GLB-PERIOD-DR / GLB-PERIOD-CR: DEBITOS E CREDITOS DO
      *                  PERIODO EM CURSO (VER GLPERIOD.cpy)
      *    SALDO ATUAL = GLB-OPEN-BAL + GLB-PERIOD-DR - GLB-PERIOD-CR
      *****************************************************************
       01 GLBAL-REC.
           05 GLB-KEY.
               10 GLB-ACCT              PIC X(8).
               10 GLB-BRANCH            PIC 9(3).
           05 GLB-OPEN-BAL              PIC S9(13)V99.
           05 GLB-PERIOD-DR             PIC 9(13)V99.
           05 GLB-PERIOD-CR             PIC 9(13)V99.
           05 GLB-LAST-DATE             PIC 9(8).
