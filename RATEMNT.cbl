      *    MANUTENCAO DOS PARAMETROS POR TIPO DE CONTA: TAXAS DE JURO
      *    (file/rates.txt, COM HISTORICO POR DATA DE EFEITO - TIPOS
      *    'C'/'S' PARA O INTACCR E 'T' PARA A ABERTURA DE DEPOSITOS
      *    A PRAZO NO TERMMNT; 'O'/'X' E 'P'/'Y' SAO O JURO DEVEDOR
      *    DAS CORRENTES E DA POUPANCA DENTRO/ALEM DO DESCOBERTO
      *    AUTORIZADO - VER RATES.cpy), LIMITES DIARIOS DE LEVANTAMENTO
      *    (file/limits.txt), TARIFARIO DE COMISSOES (file/fees.txt)
      *    E MAPA CONTABILISTICO (file/glmap.txt). TUDO ALTERAVEL POR
      *    UM SUPERVISOR SEM MEXER NO CODIGO.
       SET-NEW-RATE.
           DISPLAY "Tipo? (C = Corrente, S = Poupanca, "
                   "T = Deposito a prazo)"
           DISPLAY "      Juro devedor: O/X = Corrente dentro/alem "
                   "do descoberto, P/Y = Poupanca dentro/alem"
           ACCEPT WS-NEW-TYPE
           MOVE FUNCTION UPPER-CASE (WS-NEW-TYPE) TO WS-NEW-TYPE
           IF WS-NEW-TYPE NOT = 'C' AND WS-NEW-TYPE NOT = 'S'
              AND WS-NEW-TYPE NOT = 'T'
              AND WS-NEW-TYPE NOT = 'O' AND WS-NEW-TYPE NOT = 'X'
              AND WS-NEW-TYPE NOT = 'P' AND WS-NEW-TYPE NOT = 'Y'
               DISPLAY "Tipo invalido!"
           ELSE
               DISPLAY "Data de efeito? (AAAAMMDD)"
