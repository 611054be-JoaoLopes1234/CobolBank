               DISPLAY 'H - Term Deposits'
               DISPLAY 'I - Loans'
               DISPLAY 'J - Balance Sweeps'
               DISPLAY 'K - Direct Debit Mandates'
               DISPLAY 'L - Deposit Cheque (Other Bank)'
               DISPLAY 'M - Unclaimed Funds Claim'
               DISPLAY 'X - Exit'
               DISPLAY '> ' WITH NO ADVANCING
               ACCEPT INPUT-USER
                       CALL 'LOANMNT' USING LK-USER-ID OPER-SESSION
                   WHEN 'J'
                       CALL 'SWEEPMNT' USING LK-USER-ID
                   WHEN 'K'
                       CALL 'DDMNDMNT' USING LK-USER-ID
                   WHEN 'L'
                       CALL 'CHQDEPO' USING LK-USER-ID OPER-SESSION
                   WHEN 'M'
                       CALL 'ESCHCLM' USING LK-USER-ID OPER-SESSION
                   WHEN 'X'
                       PERFORM CLOSE-PROGRAM

