      *****************************************************************
      *    CABECALHO E RODAPE DOS FICHEIROS DE ENTRADA DAS CONTRAPARTES
      *    (file/dd_inbound.txt, file/pay_inbound.txt,
      *    file/chq_inbound.txt E file/card_settle.txt). A PRIMEIRA
      *    LINHA E O CABECALHO E A ULTIMA O RODAPE; AS LINHAS DE
      *    DETALHE ENTRE OS DOIS MANTEM O LAYOUT DE CADA INTERFACE.
      *      'H' EMISSOR(8) DATA DE CRIACAO(8) NUMERO DE SEQUENCIA(6)
      *          DATA DE NEGOCIO(8)
      *      'T' CONTAGEM DE DETALHES(9) TOTAL DE CONTROLO(11,2) -
      *          SOMA DOS VALORES DOS DETALHES
      *    O NUMERO DE SEQUENCIA E POR EMISSOR E INTERFACE E SOBE DE 1
      *    EM 1. UM LOTE SEM NADA A ENVIAR VEM SO COM O CABECALHO E UM
      *    RODAPE A ZEROS. VALIDADO PELO INBCHK (VER INBCPRM.cpy).
      *****************************************************************
       01 INB-HEADER.
           05 INBH-TYPE                 PIC X(1).
           05 INBH-SENDER               PIC X(8).
           05 INBH-CREATE-DATE          PIC 9(8).
           05 INBH-SEQ                  PIC 9(6).
           05 INBH-BUSDATE              PIC 9(8).
       01 INB-TRAILER.
           05 INBT-TYPE                 PIC X(1).
           05 INBT-COUNT                PIC 9(9).
           05 INBT-TOTAL                PIC 9(11)V99.
