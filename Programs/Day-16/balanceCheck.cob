           PERFORM SUM-DISPOSITIONS
           PERFORM JUDGE-LINK

           *> ARRECON's month-end proof: every comparison it made
           *> between the student subledger and the GL receivables
           *> control account must have agreed.
           MOVE "AR SUBLEDGER -> GL CONTROL" TO WS-LINK-TITLE
           MOVE "AR-CHECKS   " TO WS-LOOKUP-LINK
           PERFORM FETCH-SIDE-A
           MOVE "AR-AGREED   " TO WS-LOOKUP-LINK
           PERFORM FETCH-SIDE-B
           PERFORM JUDGE-LINK

           DISPLAY " "
           DISPLAY "LINKS PASSED: " WS-PASS-COUNT
           DISPLAY "LINKS FAILED: " WS-FAIL-COUNT
