           CLOSE PURGERPT
           CLOSE SPOOLCTL

           COMPUTE RC-READ-COUNT = WS-KEPT-COUNT + WS-PURGE-COUNT
           MOVE WS-PURGE-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "SPOOLPRG: " WS-PURGE-COUNT " geracao(oes) "
