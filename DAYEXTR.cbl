
           CLOSE DAYFILE

           MOVE WS-DAY-COUNT TO RC-READ-COUNT
           MOVE WS-DAY-COUNT TO RC-POSTED-COUNT
           PERFORM STAMP-STEP-DONE

           DISPLAY "DAYEXTR: " WS-DAY-COUNT " movimento(s) do dia em "
