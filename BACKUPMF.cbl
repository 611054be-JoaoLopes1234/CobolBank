      *    A PARTIR DAQUI O DIARIO CONTEM EXATAMENTE O QUE ACONTECEU
      *    DEPOIS DESTA COPIA, QUE E O QUE O RECOVERY REAPLICA PARA
      *    RECUPERAR ATE AO PONTO DA FALHA.
      *    PRIMEIRO PASSO DE PROCESSAMENTO DO CICLO (SO O CDCFEED,
      *    QUE COMPARA OS MESTRES COM A COPIA DA NOITE ANTERIOR, CORRE
      *    ANTES), SOB CONTROLO DE EXECUCAO: NUM
      *    RERUN A MEIO DO CICLO A COPIA NAO E REFEITA, PARA NAO
      *    PERDER O PONTO DE PARTIDA DA RECUPERACAO.
      *****************************************************************
       FD BKCLIENTS.
       01 BKCLI-REC.
           05 BKCLI-ID                  PIC 9(6).
           05 FILLER                    PIC X(117).

       FD ACCOUNTS.
           COPY 'ACCOUNTS.cpy'.
       01 BKACC-REC.
           05 BKACC-KEY                 PIC X(12).
           05 FILLER                    PIC X(19).
           05 BKACC-CURRENCY            PIC X(3).

       FD JOURNAL.
           COPY 'JRNL.cpy'.
           END-IF
           CLOSE JOURNAL

           COMPUTE RC-READ-COUNT = WS-CLIENT-COUNT + WS-ACCOUNT-COUNT
           COMPUTE RC-POSTED-COUNT = WS-CLIENT-COUNT + WS-ACCOUNT-COUNT
           MOVE 'S' TO RC-FUNC
           MOVE 'BACKUP' TO RC-STEP
           CALL 'RUNCTL' USING RUNCTL-PARM
