               STOP RUN
           END-IF

           MOVE WS-DAY-READ-COUNT TO RC-READ-COUNT
           MOVE WS-REPORTED-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "AMLRPT: " WS-REPORTED-COUNT " cliente(s) acima "
