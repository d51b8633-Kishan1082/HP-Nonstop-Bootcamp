                             ==TH-TERM-GPA== BY ==OTH-TERM-GPA==
                             ==TH-TERM-ATTENDANCE-PCT== BY
                                 ==OTH-TERM-ATTENDANCE-PCT==
                             ==TH-TERM-GRADE== BY ==OTH-TERM-GRADE==
                             ==TH-TERM-WEIGHTED-GPA== BY
                                 ==OTH-TERM-WEIGHTED-GPA==.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
