      *****************************************************************
      *    BLOCO DE PARAMETROS DO INBCHK (VALIDACAO DE UM FICHEIRO DE
      *    ENTRADA DE UMA CONTRAPARTE ANTES DE O COMPENSAR). O PASSO
      *    PREENCHE O NOME DA INTERFACE (O SEU PROPRIO NOME), O
      *    CAMINHO DO FICHEIRO, A POSICAO DO VALOR (9 DIGITOS, 2
      *    DECIMAIS) NAS LINHAS DE DETALHE E A DATA DE NEGOCIO; RECEBE
      *    O CABECALHO LIDO, A CONTAGEM E O TOTAL DOS DETALHES E O
      *    RESULTADO. UM FICHEIRO ACEITE FICA LOGO REGISTADO EM
      *    file/inbound_reg.txt (VER INBREG.cpy).
      *    IB-RESULT: '000' = ACEITE
      *               'E01' = SEM CABECALHO OU CABECALHO INVALIDO
      *               'E02' = SEM RODAPE OU LINHAS DEPOIS DO RODAPE
      *               'E03' = CONTAGEM DIFERENTE DA DO RODAPE
      *               'E04' = TOTAL DIFERENTE DO DO RODAPE
      *               'E05' = FICHEIRO DE OUTRA DATA DE NEGOCIO
      *               'E06' = FICHEIRO JA COMPENSADO (DUPLICADO)
      *               'E07' = NUMERO DE SEQUENCIA FORA DE ORDEM
      *               'E08' = DETALHE COM VALOR NAO NUMERICO
      *    IB-STATUS: '00' = OK, '35' = FICHEIRO INEXISTENTE OU SEM
      *               LINHA NENHUMA (NADA A COMPENSAR), CASO
      *               CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 INBCHK-PARM.
           05 IB-INTERFACE          PIC X(8).
           05 IB-FILENAME           PIC X(40).
           05 IB-AMOUNT-POS         PIC 9(3).
           05 IB-BUSDATE            PIC 9(8).
           05 IB-SENDER             PIC X(8).
           05 IB-SEQ                PIC 9(6).
           05 IB-FILE-DATE          PIC 9(8).
           05 IB-COUNT              PIC 9(9).
           05 IB-HASH               PIC 9(11)V99.
           05 IB-RESULT             PIC X(3).
           05 IB-REASON             PIC X(40).
           05 IB-STATUS             PIC X(2).
