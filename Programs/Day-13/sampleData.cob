       *> climb, BOB's GPA falls two terms running so gpaTrend.cob's
       *> drop-streak flag has something to catch, and CHARLIE is a
       *> single-term student to exercise the one-term-average case.
       *> ALICE's honors sections lift her weighted GPA above the
       *> unweighted one; the others took standard sections only.
       REBUILD-TERMHIST.
           OPEN OUTPUT TERM-HISTORY-FILE
           IF TH-FS NOT = "00"
               MOVE "ALICE" TO TH-STUDENT-NAME
               MOVE 1 TO TH-TERM-NUM
               MOVE 3.5 TO TH-TERM-GPA
               MOVE 3.7 TO TH-TERM-WEIGHTED-GPA
               MOVE 94.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "A" TO TH-TERM-GRADE
               WRITE TH-RECORD

               MOVE 2 TO TH-TERM-NUM
               MOVE 3.6 TO TH-TERM-GPA
               MOVE 3.8 TO TH-TERM-WEIGHTED-GPA
               MOVE 95.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "A" TO TH-TERM-GRADE
               WRITE TH-RECORD

               MOVE 3 TO TH-TERM-NUM
               MOVE 3.8 TO TH-TERM-GPA
               MOVE 4.1 TO TH-TERM-WEIGHTED-GPA
               MOVE 96.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "A" TO TH-TERM-GRADE
               WRITE TH-RECORD
               MOVE "BOB" TO TH-STUDENT-NAME
               MOVE 1 TO TH-TERM-NUM
               MOVE 3.5 TO TH-TERM-GPA
               MOVE 3.5 TO TH-TERM-WEIGHTED-GPA
               MOVE 90.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "A" TO TH-TERM-GRADE
               WRITE TH-RECORD

               MOVE 2 TO TH-TERM-NUM
               MOVE 3.0 TO TH-TERM-GPA
               MOVE 3.0 TO TH-TERM-WEIGHTED-GPA
               MOVE 85.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "B" TO TH-TERM-GRADE
               WRITE TH-RECORD

               MOVE 3 TO TH-TERM-NUM
               MOVE 2.5 TO TH-TERM-GPA
               MOVE 2.5 TO TH-TERM-WEIGHTED-GPA
               MOVE 78.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "C" TO TH-TERM-GRADE
               WRITE TH-RECORD
               MOVE "CHARLIE" TO TH-STUDENT-NAME
               MOVE 1 TO TH-TERM-NUM
               MOVE 2.2 TO TH-TERM-GPA
               MOVE 2.2 TO TH-TERM-WEIGHTED-GPA
               MOVE 79.0 TO TH-TERM-ATTENDANCE-PCT
               MOVE "C" TO TH-TERM-GRADE
               WRITE TH-RECORD
