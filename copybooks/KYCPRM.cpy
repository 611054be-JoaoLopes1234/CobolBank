      *****************************************************************
      *    BLOCO DE PARAMETROS DO KYCCHK (REVISAO PERIODICA DE
      *    DILIGENCIA DEVIDA DO CLIENTE - VER CLIENTS.cpy)
      *    KC-FUNC: 'N' = CALCULAR EM KC-NEXT A DATA DA PROXIMA
      *                   REVISAO A PARTIR DE KC-LAST E DO RISCO
      *                   KC-RISK (KC-LAST A ZERO = DATA DE NEGOCIO,
      *                   DEVOLVIDA EM KC-LAST)
      *             'C' = LER O CLIENTE KC-ID-USER E AVALIAR A
      *                   REVISAO DELE NA DATA KC-DATE (DEVOLVE
      *                   KC-RISK, KC-LAST, KC-NEXT E O RESULTADO)
      *             'E' = AVALIAR KC-NEXT NA DATA KC-DATE, SEM LER O
      *                   CLIENTE (PARA QUEM JA TEM O REGISTO)
      *    KC-DATE A ZERO = DATA DE NEGOCIO (VER RUNCTL)
      *    KC-RESULT: 'N' = REVISAO EM DIA (OU CLIENTE SEM REGISTO)
      *               'O' = REVISAO VENCIDA, DENTRO DA TOLERANCIA
      *               'X' = REVISAO VENCIDA HA MAIS DIAS DO QUE A
      *                     TOLERANCIA (O OPENACCO NAO ABRE CONTAS)
      *    KC-DAYS-OVER: DIAS DE ATRASO DA REVISAO
      *    KC-GRACE-DAYS: TOLERANCIA EM VIGOR (file/kycparm.txt)
      *    KC-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *****************************************************************
       01 KYCCHK-PARM.
           05 KC-FUNC               PIC X(1).
           05 KC-ID-USER            PIC 9(6).
           05 KC-DATE               PIC 9(8).
           05 KC-RISK               PIC X(1).
           05 KC-LAST               PIC 9(8).
           05 KC-NEXT               PIC 9(8).
           05 KC-RESULT             PIC X(1).
           05 KC-DAYS-OVER          PIC 9(5).
           05 KC-GRACE-DAYS         PIC 9(3).
           05 KC-STATUS             PIC X(2).
