      *****************************************************************
      *    LAYOUT DO REGISTO DE FICHEIROS DE ENTRADA ACEITES
      *    (file/inbound_reg.txt). UM REGISTO POR INTERFACE, EMISSOR
      *    E NUMERO DE SEQUENCIA DO CABECALHO (VER INBCTL.cpy), GRAVADO
      *    PELO INBCHK QUANDO O PASSO DE COMPENSACAO ACEITA O FICHEIRO
      *    E ANTES DE LANCAR O PRIMEIRO ITEM. UM FICHEIRO COM UMA CHAVE
      *    QUE JA AQUI ESTA E UM DUPLICADO; O SEGUINTE ESPERADO DE UM
      *    EMISSOR E O MAIOR NUMERO REGISTADO MAIS 1.
      *    IR-BUSDATE: DATA DE NEGOCIO EM QUE FOI COMPENSADO (UM RERUN
      *                DO PASSO NA MESMA DATA RETOMA O MESMO FICHEIRO)
      *    IR-STAMP: AAAAMMDDHHMMSS DA RECECAO
      *    TODAS AS RECECOES, ACEITES OU RECUSADAS, FICAM TAMBEM NO
      *    DIARIO file/inbound_log.txt COM O CODIGO DO RESULTADO.
      *****************************************************************
       01 INBREG-REC.
           05 IR-KEY.
               10 IR-INTERFACE          PIC X(8).
               10 IR-SENDER             PIC X(8).
               10 IR-SEQ                PIC 9(6).
           05 IR-CREATE-DATE            PIC 9(8).
           05 IR-FILE-DATE              PIC 9(8).
           05 IR-BUSDATE                PIC 9(8).
           05 IR-COUNT                  PIC 9(9).
           05 IR-HASH                   PIC 9(11)V99.
           05 IR-STAMP                  PIC X(14).
