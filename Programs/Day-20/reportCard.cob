       01 WS-NO-ADDRESS-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-COURSE-LINES          PIC 9(2) VALUE ZERO.
       01 WS-GPA-DISPLAY           PIC 9.99.
       01 WS-WGPA-DISPLAY          PIC 9.99.
       01 WS-ATT-DISPLAY           PIC ZZ9.9.
       *> CNTFIND call arguments - the restriction-aware contact
       *> lookup supplies the window-envelope address, falling
           PERFORM PRINT-COURSE-LINES

           MOVE TH-TERM-GPA TO WS-GPA-DISPLAY
           MOVE TH-TERM-WEIGHTED-GPA TO WS-WGPA-DISPLAY
           MOVE TH-TERM-ATTENDANCE-PCT TO WS-ATT-DISPLAY
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TERM GPA: " WS-GPA-DISPLAY
               "  WEIGHTED: " WS-WGPA-DISPLAY
               "  TERM GRADE: " TH-TERM-GRADE
               "  ATTENDANCE: " WS-ATT-DISPLAY " PCT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
