           DISPLAY 'A - Audit Log Inquiry'
           DISPLAY 'B - Account Ownership Transfer'
           DISPLAY 'C - Client Merge'
           DISPLAY 'I - Client 360 Inquiry'
           DISPLAY 'H - Holiday Calendar Maintenance'
           DISPLAY 'R - Report Spool Browse/Reprint'
           DISPLAY 'V - Vault Cash Management'
           DISPLAY 'P - Pending Maintenance Inquiry'
           DISPLAY 'M - Maintenance Audit Inquiry'
           DISPLAY 'S - Suspense Repair Queue'
           DISPLAY 'W - Sanctions Review Queue'
           DISPLAY 'O - Operator Activity Report'
           DISPLAY 'F - Exchange Rate Maintenance'
           DISPLAY 'X - Exit'
           DISPLAY '> ' WITH NO ADVANCING
           ACCEPT INPUT-USER
                   CALL 'ACCXFER' USING OPER-SESSION
               WHEN 'C'
                   CALL 'CLIMERGE' USING OPER-SESSION
               WHEN 'I'
                   CALL 'CLIINQ' USING OPER-SESSION
               WHEN 'H'
                   CALL 'HOLMNT' USING OPER-SESSION
               WHEN 'R'
                   CALL 'SPOOLINQ'
               WHEN 'V'
                   CALL 'PENDINQ'
               WHEN 'M'
                   CALL 'MAINTINQ'
               WHEN 'S'
                   CALL 'SUSPMNT' USING OPER-SESSION
               WHEN 'W'
                   CALL 'SANCMNT' USING OPER-SESSION
               WHEN 'O'
      ******************************************************************
      *    REVISAO A QUATRO OLHOS - RESERVADA A SUPERVISORES
      ******************************************************************
                   IF OPER-SESS-LEVEL = 'S'
                       CALL 'OPERINQ' USING OPER-SESSION
                   ELSE
                       DISPLAY 'Apenas supervisores podem pedir o '
                               'relatorio de operadores!'
                   END-IF
               WHEN 'F'
                   CALL 'FXMNT' USING OPER-SESSION
               WHEN 'X'
                   MOVE 'F' TO END-PROGRAM

