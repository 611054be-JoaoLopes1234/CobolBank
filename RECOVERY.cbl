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
