      *****************************************************************
      *    LAYOUT DO CONTROLO DE PERIODOS DA RAZAO GERAL
      *    (file/glperiod.txt - UM SO REGISTO). CRIADO PELO GLPOST NA
      *    PRIMEIRA NOITE COM O MES DA DATA DE NEGOCIO COMO PERIODO
      *    ABERTO.
      *    GLP-OPEN-PERIOD:  PERIODO (AAAAMM) QUE RECEBE OS LANCAMENTOS
      *    GLP-LAST-CLOSED:  ULTIMO PERIODO FECHADO PELO GLCLOSE (0 =
      *                      NENHUM); O GLPOST RECUSA LANCAR EM
      *                      PERIODOS JA FECHADOS
      *    GLP-CLOSE-DATE:   DATA DE NEGOCIO DO ULTIMO FECHO
      *    GLP-LAST-POST:    DATA DE NEGOCIO DO ULTIMO DIARIO LANCADO
      *    GLP-YE-YEAR:      ULTIMO ANO CUJOS PROVEITOS E CUSTOS O
      *                      GLYEND JA PASSOU A RESULTADOS TRANSITADOS
      *****************************************************************
       01 GLPERIOD-REC.
           05 GLP-OPEN-PERIOD           PIC 9(6).
           05 GLP-LAST-CLOSED           PIC 9(6).
           05 GLP-CLOSE-DATE            PIC 9(8).
           05 GLP-LAST-POST             PIC 9(8).
           05 GLP-YE-YEAR               PIC 9(4).
