      *****************************************************************
      *    BLOCO DE PARAMETROS DO BUSCAL (CALENDARIO DE DIAS UTEIS:
      *    SABADOS, DOMINGOS E OS FERIADOS DE file/holidays.txt NAO
      *    SAO DIAS UTEIS)
      *    BC-FUNC: 'T' = BC-DATE E DIA UTIL? BC-BUSDAY FICA 'S'/'N'
      *             'N' = PRIMEIRO DIA UTIL DEPOIS DE BC-DATE, EM
      *                   BC-RESULT
      *             'P' = ULTIMO DIA UTIL ANTES DE BC-DATE, EM
      *                   BC-RESULT
      *             'L' = ULTIMO DIA UTIL DO MES DE BC-DATE, EM
      *                   BC-RESULT
      *             'W' = JANELA DE VENCIMENTOS A PROCESSAR NO DIA
      *                   UTIL BC-DATE (BC-WINDOW-FROM A
      *                   BC-WINDOW-TO, INCLUSIVE), SEGUNDO A
      *                   CONVENCAO EM file/calparm.txt:
      *                   'N' = DIA UTIL SEGUINTE (POR OMISSAO): O QUE
      *                         VENCE NUM DIA NAO UTIL E PROCESSADO NO
      *                         DIA UTIL A SEGUIR
      *                   'P' = DIA UTIL ANTERIOR: O QUE VENCE NUM DIA
      *                         NAO UTIL E PROCESSADO NO DIA UTIL
      *                         ANTES
      *    BC-CONVENTION E SEMPRE DEVOLVIDA.
      *    BC-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 BUSCAL-PARM.
           05 BC-FUNC               PIC X(1).
           05 BC-DATE               PIC 9(8).
           05 BC-RESULT             PIC 9(8).
           05 BC-BUSDAY             PIC X(1).
           05 BC-WINDOW-FROM        PIC 9(8).
           05 BC-WINDOW-TO          PIC 9(8).
           05 BC-CONVENTION         PIC X(1).
           05 BC-STATUS             PIC X(2).
