      *****************************************************************
      *    LAYOUT DA POSICAO DE PROVISOES PARA CREDITO VENCIDO
      *    (file/loanprov.txt - UM SO REGISTO). REESCRITO TODAS AS
      *    NOITES PELO LOANAGE COM A CARTEIRA DE EMPRESTIMOS ATIVOS
      *    REPARTIDA PELOS ESCALOES DE DIAS EM ATRASO:
      *      1 = EM DIA, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = MAIS DE 90
      *    LPV-PREV-TOTAL E A PROVISAO DO DIA ANTERIOR E LPV-CHANGE A
      *    VARIACAO DO DIA (POSITIVA = REFORCO, NEGATIVA = REPOSICAO),
      *    QUE O GLEXTR PASSA A RAZAO GERAL QUANDO LPV-DATE E A DATA
      *    DE NEGOCIO.
      *****************************************************************
       01 LOANPROV-REC.
           05 LPV-DATE                  PIC 9(8).
           05 LPV-BUCKET OCCURS 5 TIMES.
               10 LPV-COUNT             PIC 9(6).
               10 LPV-BALANCE           PIC 9(11)V99.
               10 LPV-PROVISION         PIC 9(11)V99.
           05 LPV-TOTAL                 PIC 9(11)V99.
           05 LPV-PREV-TOTAL            PIC 9(11)V99.
           05 LPV-CHANGE                PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
