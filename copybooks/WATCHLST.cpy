      *****************************************************************
      *    LAYOUT DA LISTA DE SANCOES (file/watchlist.txt)
      *    UM REGISTO POR NOME DA LISTA OFICIAL DO REGULADOR, COM O
      *    IDENTIFICADOR QUE A PROPRIA LISTA LHE DA. A LISTA E
      *    SUBSTITUIDA POR INTEIRO PELO WLLOAD A PARTIR DO FICHEIRO
      *    RECEBIDO (file/watchlist_load.txt) E LOGO A SEGUIR O
      *    SANCSCAN VOLTA A FILTRAR TODA A CARTEIRA DE CLIENTES E
      *    BENEFICIARIOS. A COMPARACAO DE NOMES E FEITA NO SANCSCR.
      *    WL-SOURCE: PROGRAMA DE SANCOES DE ORIGEM (EX: 'ONU', 'UE')
      *    WL-LIST-DATE: DATA DE NEGOCIO EM QUE A LISTA FOI CARREGADA
      *****************************************************************
       01 WATCHLIST-REC.
           05 WL-ID                     PIC X(10).
           05 WL-NAME                   PIC X(40).
           05 WL-SOURCE                 PIC X(10).
           05 WL-LIST-DATE              PIC 9(8).
