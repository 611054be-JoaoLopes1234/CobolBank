      *****************************************************************
      *    LAYOUT DO HISTORICO DE ESTATISTICAS DOS PASSOS DO CICLO DE
      *    FIM-DE-DIA (file/runstats.txt). ESCRITO PELO RUNCTL: UM
      *    REGISTO POR DATA DE NEGOCIO E PASSO, ABERTO QUANDO O PASSO
      *    VERIFICA O CONTROLO DE EXECUCAO E AINDA TEM TRABALHO
      *    (RC-FUNC 'C') E FECHADO QUANDO O CARIMBA (RC-FUNC 'S') COM
      *    OS CONTADORES QUE O PASSO DEIXOU EM RUNCTLPR.cpy. O OPSRPT
      *    COMPARA A NOITE ANTERIOR COM A MEDIA DOS ULTIMOS DIAS.
      *    RS-STATUS: 'R' = EM CURSO (OU INTERROMPIDO - NUNCA CARIMBOU),
      *               'C' = COMPLETO
      *    RS-RUN-COUNT: VEZES QUE O PASSO ARRANCOU NA DATA (>1 = RERUN)
      *    RS-ELAPSED: SEGUNDOS ENTRE O ARRANQUE E O CARIMBO
      *****************************************************************
       01 RUNSTATS-REC.
           05 RS-KEY.
               10 RS-BUSDATE            PIC 9(8).
               10 RS-STEP               PIC X(8).
           05 RS-STATUS                 PIC X(1).
           05 RS-START-DATE             PIC 9(8).
           05 RS-START-TIME             PIC 9(6).
           05 RS-END-DATE               PIC 9(8).
           05 RS-END-TIME               PIC 9(6).
           05 RS-ELAPSED                PIC 9(7).
           05 RS-RUN-COUNT              PIC 9(3).
           05 RS-READ-COUNT             PIC 9(9).
           05 RS-POSTED-COUNT           PIC 9(9).
           05 RS-REJECT-COUNT           PIC 9(9).
           05 RS-POSTED-AMOUNT          PIC S9(13)V99.
