      *****************************************************************
      *    BLOCO DE PARAMETROS DO OPERACT (RELATORIO DE ATIVIDADE E
      *    EXCECOES POR OPERADOR, AGRUPADO PELO BALCAO DO OPERADOR).
      *    CHAMADO PELO OPERRPT NO CICLO DE FIM-DE-DIA (O DIA DE
      *    NEGOCIO) E PELO OPERINQ A PEDIDO (UM PERIODO).
      *    OA-FROM / OA-TO: PERIODO DOS MOVIMENTOS DO RAZAO (DATAS DE
      *                     NEGOCIO, AAAAMMDD, INCLUSIVE)
      *    OA-LOG-FROM / OA-LOG-TO: PERIODO DOS LOGS DE SESSAO, DE
      *                     OVERRIDES E DE MANUTENCOES (DATAS DE
      *                     CALENDARIO DO INSTANTE REGISTADO)
      *    OA-BRANCH / OA-ALL-BRANCHES: BALCAO A LISTAR; COM
      *                     OA-ALL-BRANCHES = 'S' LISTA TODOS
      *    OA-FILENAME: FICHEIRO DO RELATORIO A ESCREVER
      *    DEVOLVE: OA-READ-COUNT (MOVIMENTOS DO RAZAO LIDOS),
      *             OA-POST-COUNT (MOVIMENTOS DE OPERADORES NO
      *             PERIODO), OA-OPER-COUNT (OPERADORES LISTADOS),
      *             OA-EXC-COUNT (EXCECOES LISTADAS)
      *    OA-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 OPERACT-PARM.
           05 OA-FROM               PIC 9(8).
           05 OA-TO                 PIC 9(8).
           05 OA-LOG-FROM           PIC 9(8).
           05 OA-LOG-TO             PIC 9(8).
           05 OA-BRANCH             PIC 9(3).
           05 OA-ALL-BRANCHES       PIC X(1).
           05 OA-FILENAME           PIC X(40).
           05 OA-READ-COUNT         PIC 9(9).
           05 OA-POST-COUNT         PIC 9(9).
           05 OA-OPER-COUNT         PIC 9(6).
           05 OA-EXC-COUNT          PIC 9(6).
           05 OA-STATUS             PIC X(2).
