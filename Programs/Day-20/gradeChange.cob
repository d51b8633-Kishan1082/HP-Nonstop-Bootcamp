           MOVE TERM-HISTORY-RECORD TO WS-AUD-BEFORE
           MOVE TH-TERM-GRADE TO WS-OLD-GRADE
           MOVE TH-TERM-GPA   TO WS-OLD-GPA-DISP
           *> The certified correction is to the unweighted figure;
           *> the weighted one moves by the same amount so the term
           *> keeps the honors/advanced bonus it was posted with.
           COMPUTE TH-TERM-WEIGHTED-GPA =
               TH-TERM-WEIGHTED-GPA + GCH-NEW-GPA - TH-TERM-GPA
           MOVE GCH-NEW-GRADE TO TH-TERM-GRADE
           MOVE GCH-NEW-GPA   TO TH-TERM-GPA
           REWRITE TERM-HISTORY-RECORD
