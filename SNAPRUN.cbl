           PERFORM PURGE-OLD-SNAPSHOTS
           CLOSE BALSNAP

           MOVE WS-SNAP-COUNT TO RC-READ-COUNT
           MOVE WS-SNAP-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "SNAPRUN: " WS-SNAP-COUNT " retrato(s) gravado(s)"
