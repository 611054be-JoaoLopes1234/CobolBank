      *****************************************************************
      *    JOB DE FIM-DE-DIA: DETETA CONTAS DORMENTES. UMA CONTA
      *    ATIVA SEM MOVIMENTO INICIADO PELO CLIENTE (DEPOSITO,
      *    TAMBEM DE CHEQUE, LEVANTAMENTO, TRANSFERENCIA, ABERTURA,
      *    REATIVACAO OU RECLAMACAO DE SALDO NAO RECLAMADO - JUROS NAO
      *    CONTAM) HA MAIS
      *    DIAS DO QUE O PARAMETRO DE file/dormparm.txt E MARCADA COM
      *    ACCOUNTS-STATUS 'D' E REPORTADA NA GERACAO DATADA
      *    file/dorm_report_AAAAMMDD.txt (CATALOGADA NO SPOOL - VER
       01 WS-LAST-ACTIVITY              PIC 9(8).
       01 WS-ACTIVITY-FOUND             PIC X(1).
       01 WS-DORM-COUNT                 PIC 9(6) VALUE 0.
       01 WS-ACC-READ-COUNT             PIC 9(9) VALUE 0.
       01 WS-SCAN-USER-ID               PIC 9(6).
       01 WS-SCAN-ACCOUNT-ID            PIC 9(6).
       01 WS-TRANSMST-EXISTS            PIC X(1) VALUE 'S'.
                                   FS-ACCOUNTS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACC-READ-COUNT
                       IF ACCOUNTS-STATUS = 'A'
                           PERFORM CHECK-ONE-ACCOUNT
                       END-IF
               STOP RUN
           END-IF

           MOVE WS-ACC-READ-COUNT TO RC-READ-COUNT
           MOVE WS-DORM-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "DORMSCAN: " WS-DORM-COUNT
                           MOVE 'S' TO END-TCHAIN
                       ELSE
                           IF TRANSACTS-TYPE = 'DEPOSIT'
                              OR TRANSACTS-TYPE = 'CHQDEP'
                              OR TRANSACTS-TYPE = 'WITHDRAW'
                              OR TRANSACTS-TYPE = 'TRNSFR-D'
                              OR TRANSACTS-TYPE = 'TRNSFR-C'
                              OR TRANSACTS-TYPE = 'OPENACC'
                              OR TRANSACTS-TYPE = 'REACTIV'
                              OR TRANSACTS-TYPE = 'ESCHRTN'
                               MOVE 'S' TO WS-ACTIVITY-FOUND
                               IF TRANSACTS-DATE > WS-LAST-ACTIVITY
                                   MOVE TRANSACTS-DATE
