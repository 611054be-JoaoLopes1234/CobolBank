      *                   (RC-BUSDATE E SEMPRE DEVOLVIDA)
      *             'S' = MARCAR O PASSO RC-STEP COMO COMPLETO PARA A
      *                   DATA DE NEGOCIO ATUAL
      *             'R' = AVANCAR A DATA DE NEGOCIO PARA RC-ROLL-TO
      *                   (FIM DO CICLO); COM RC-ROLL-TO A ZERO OU NAO
      *                   POSTERIOR A DATA ATUAL, PARA O DIA SEGUINTE
      *    RC-STATUS: '00' = OK, CASO CONTRARIO O FILE STATUS DO ERRO
      *    ESTATISTICAS DO PASSO, PREENCHIDAS PELO PASSO ANTES DE
      *    CARIMBAR ('S') E GUARDADAS COM A HORA DE ARRANQUE E DE FIM
      *    EM file/runstats.txt (VER RUNSTATS.cpy):
      *    RC-READ-COUNT:    REGISTOS LIDOS/EXAMINADOS
      *    RC-POSTED-COUNT:  ITENS LANCADOS/PROCESSADOS COM SUCESSO
      *    RC-REJECT-COUNT:  ITENS REJEITADOS, DEVOLVIDOS OU SALTADOS
      *    RC-POSTED-AMOUNT: VALOR LANCADO
      *****************************************************************
       01 RUNCTL-PARM.
           05 RC-FUNC               PIC X(1).
           05 RC-BUSDATE            PIC 9(8).
           05 RC-DONE               PIC X(1).
           05 RC-STATUS             PIC X(2).
           05 RC-STATS.
               10 RC-READ-COUNT     PIC 9(9) VALUE ZERO.
               10 RC-POSTED-COUNT   PIC 9(9) VALUE ZERO.
               10 RC-REJECT-COUNT   PIC 9(9) VALUE ZERO.
               10 RC-POSTED-AMOUNT  PIC S9(13)V99 VALUE ZERO.
           05 RC-ROLL-TO            PIC 9(8) VALUE ZERO.
