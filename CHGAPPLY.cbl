
           CLOSE PENDCHG

           COMPUTE RC-READ-COUNT = WS-APPLIED-COUNT + WS-HELD-COUNT
           MOVE WS-APPLIED-COUNT TO RC-POSTED-COUNT
           MOVE WS-HELD-COUNT TO RC-REJECT-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "CHGAPPLY: " WS-APPLIED-COUNT " alteracao(oes) "
