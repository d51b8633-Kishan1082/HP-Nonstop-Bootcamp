               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> TSTLOAD's score history - the transcript closes with
           *> the student's standardized test results when the file
           *> is on the system.
           SELECT TEST-FILE ASSIGN TO WS-TEST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-KEY
               FILE STATUS IS TEST-FS.

           *> Approved transfer credit from TRCMNT/TRCAPPR prints in
           *> its own section, outside the GPA, when the file is on
           *> the system.
           SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-KEY
               FILE STATUS IS TRANSFER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-HISTORY-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TEST-FILE.
       01 TEST-RECORD.
           COPY "TESTRC".

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           COPY "TRNCRDRC".

       WORKING-STORAGE SECTION.
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-TEST-DSNAME            PIC X(40) VALUE "testscr.idx".
       01 WS-TRANSFER-DSNAME        PIC X(40) VALUE "trncred.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 TH-FS                    PIC XX.
       01 STUDENT-FS               PIC XX.
       01 TEST-FS                  PIC XX.
       01 WS-TEST-ON-FILE          PIC X VALUE "N".
           88 WS-HAVE-TEST-SCORES  VALUE "Y".
       01 WS-TEST-EOF              PIC X VALUE "N".
       01 TRANSFER-FS              PIC XX.
       01 WS-TRANSFER-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-TRANSFER     VALUE "Y".
       01 WS-TRC-EOF               PIC X VALUE "N".
       01 WS-TRC-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-TRC-TOTAL             PIC 9(3)V9 VALUE ZERO.
       01 WS-TRC-CREDITS-EDIT      PIC Z9.9.
       01 WS-TRC-TOTAL-EDIT        PIC ZZ9.9.
       01 WS-TEST-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-SCALE-EDIT            PIC ZZZ9.
       01 WS-SUB                   PIC 9(1) COMP.
       01 WS-SUBSCORE-LINE         PIC X(30).
       01 WS-SUBSCORE-PTR          PIC 9(2) COMP.
       01 WS-SUBSCORE-EDIT         PIC ZZZ9.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-CURRENT-ID            PIC 9(6).
       01 WS-GPA-CUMULATIVE        USAGE COMP-2 VALUE ZERO.
       01 WS-GPA-EDIT              PIC Z9.99.
       01 WS-TERM-GPA-EDIT         PIC Z9.99.
       *> The weighted figure rides alongside, accumulated the same
       *> way, so the transcript shows both.
       01 WS-WGPA-TOTAL            USAGE COMP-2 VALUE ZERO.
       01 WS-WGPA-CUMULATIVE       USAGE COMP-2 VALUE ZERO.
       01 WS-WGPA-EDIT             PIC Z9.99.
       01 WS-TERM-WGPA-EDIT        PIC Z9.99.
       01 WS-ATTEND-EDIT           PIC ZZ9.9.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF

           OPEN INPUT TEST-FILE
           IF TEST-FS = "00"
               SET WS-HAVE-TEST-SCORES TO TRUE
           END-IF

           OPEN INPUT TRANSFER-FILE
           IF TRANSFER-FS = "00"
               SET WS-HAVE-TRANSFER TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ TERM-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF

           CLOSE TERM-HISTORY-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-TEST-SCORES
               CLOSE TEST-FILE
           END-IF
           IF WS-HAVE-TRANSFER
               CLOSE TRANSFER-FILE
           END-IF

           IF WS-TRANSCRIPT-COUNT = ZERO
               DISPLAY "TRNSCRPT: NO TERM HISTORY FOR REQUEST "
           END-IF

           ADD TH-TERM-GPA TO WS-GPA-TOTAL
           ADD TH-TERM-WEIGHTED-GPA TO WS-WGPA-TOTAL
           ADD 1 TO WS-TERM-COUNT

           MOVE TH-TERM-GPA TO WS-TERM-GPA-EDIT
           MOVE TH-TERM-WEIGHTED-GPA TO WS-TERM-WGPA-EDIT
           MOVE TH-TERM-ATTENDANCE-PCT TO WS-ATTEND-EDIT
           DISPLAY "  TERM " TH-TERM-NUM "   GPA " WS-TERM-GPA-EDIT
               "   WEIGHTED " WS-TERM-WGPA-EDIT
               "   ATTENDANCE " WS-ATTEND-EDIT "%"
               "   GRADE " TH-TERM-GRADE.

       START-TRANSCRIPT.
           MOVE TH-STUDENT-ID   TO WS-CURRENT-ID
           MOVE TH-STUDENT-NAME TO WS-CURRENT-NAME
           MOVE ZERO TO WS-TERM-COUNT WS-GPA-TOTAL WS-WGPA-TOTAL

           DISPLAY " "
           DISPLAY "========================================"
           IF WS-TERM-COUNT > 0
               DIVIDE WS-GPA-TOTAL BY WS-TERM-COUNT
                   GIVING WS-GPA-CUMULATIVE
               DIVIDE WS-WGPA-TOTAL BY WS-TERM-COUNT
                   GIVING WS-WGPA-CUMULATIVE
           ELSE
               MOVE ZERO TO WS-GPA-CUMULATIVE WS-WGPA-CUMULATIVE
           END-IF
           MOVE WS-GPA-CUMULATIVE TO WS-GPA-EDIT
           MOVE WS-WGPA-CUMULATIVE TO WS-WGPA-EDIT
           DISPLAY "----------------------------------------"
           DISPLAY "  " WS-TERM-COUNT " TERM(S)   CUMULATIVE GPA "
               WS-GPA-EDIT
           DISPLAY "      CUMULATIVE WEIGHTED GPA "
               WS-WGPA-EDIT
           IF WS-HAVE-TRANSFER
               PERFORM PRINT-TRANSFER-CREDIT
           END-IF
           IF WS-HAVE-TEST-SCORES
               PERFORM PRINT-TEST-SCORES
           END-IF
           ADD 1 TO WS-TRANSCRIPT-COUNT.

       *> Approved outside courses only - a pending or rejected
       *> evaluation is not yet part of the record.  The other
       *> school's grade is shown as reported; it is not in either
       *> GPA above.
       PRINT-TRANSFER-CREDIT.
           MOVE ZERO TO WS-TRC-COUNT WS-TRC-TOTAL
           MOVE WS-CURRENT-ID TO TCR-STUDENT-ID
           MOVE LOW-VALUES TO TCR-SOURCE-COURSE
           MOVE "N" TO WS-TRC-EOF
           START TRANSFER-FILE KEY IS NOT LESS THAN TCR-KEY
               INVALID KEY MOVE "Y" TO WS-TRC-EOF
           END-START
           PERFORM UNTIL WS-TRC-EOF = "Y"
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TRC-EOF
                   NOT AT END
                       IF TCR-STUDENT-ID NOT = WS-CURRENT-ID
                           MOVE "Y" TO WS-TRC-EOF
                       ELSE
                           IF TCR-APPROVED
                               PERFORM PRINT-ONE-TRANSFER-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRC-COUNT > ZERO
               MOVE WS-TRC-TOTAL TO WS-TRC-TOTAL-EDIT
               DISPLAY "  TRANSFER CREDITS ACCEPTED " WS-TRC-TOTAL-EDIT
           END-IF.

       PRINT-ONE-TRANSFER-COURSE.
           IF WS-TRC-COUNT = ZERO
               DISPLAY " "
               DISPLAY "  TRANSFER CREDIT (NOT INCLUDED IN GPA)"
               DISPLAY "  SCHOOL / COURSE                       "
                   "CRED   GR    MAPPED"
           END-IF
           ADD 1 TO WS-TRC-COUNT
           ADD TCR-CREDITS TO WS-TRC-TOTAL
           MOVE TCR-CREDITS TO WS-TRC-CREDITS-EDIT
           DISPLAY "  " TCR-SOURCE-SCHOOL
           DISPLAY "    " TCR-SOURCE-COURSE " " TCR-SOURCE-TITLE
               "  " WS-TRC-CREDITS-EDIT "   " TCR-GRADE "    "
               TCR-LOCAL-COURSE TCR-SUBJECT-AREA.

       *> Every administration on file for the student, by test and
       *> then date - the file's own key order.
       PRINT-TEST-SCORES.
           MOVE ZERO TO WS-TEST-COUNT
           MOVE WS-CURRENT-ID TO TST-STUDENT-ID
           MOVE LOW-VALUES TO TST-TEST-CODE
           MOVE ZERO TO TST-ADMIN-DATE
           MOVE "N" TO WS-TEST-EOF
           START TEST-FILE KEY IS NOT LESS THAN TST-KEY
               INVALID KEY MOVE "Y" TO WS-TEST-EOF
           END-START
           PERFORM UNTIL WS-TEST-EOF = "Y"
               READ TEST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-TEST-EOF
                   NOT AT END
                       IF TST-STUDENT-ID NOT = WS-CURRENT-ID
                           MOVE "Y" TO WS-TEST-EOF
                       ELSE
                           PERFORM PRINT-ONE-TEST-SCORE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-TEST-SCORE.
           IF WS-TEST-COUNT = ZERO
               DISPLAY " "
               DISPLAY "  STANDARDIZED TEST SCORES"
               DISPLAY "  TEST   DATE     SCALE LEVEL SUBSCORES"
           END-IF
           ADD 1 TO WS-TEST-COUNT
           MOVE SPACES TO WS-SUBSCORE-LINE
           MOVE 1 TO WS-SUBSCORE-PTR
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               IF TST-SUBSCORE (WS-SUB) NOT = ZERO
                   MOVE TST-SUBSCORE (WS-SUB) TO WS-SUBSCORE-EDIT
                   STRING WS-SUBSCORE-EDIT " " DELIMITED BY SIZE
                       INTO WS-SUBSCORE-LINE
                       WITH POINTER WS-SUBSCORE-PTR
               END-IF
           END-PERFORM
           MOVE TST-SCALE-SCORE TO WS-SCALE-EDIT
           DISPLAY "  " TST-TEST-CODE " " TST-ADMIN-DATE " "
               WS-SCALE-EDIT "   " TST-PERF-LEVEL "   "
               WS-SUBSCORE-LINE.

       *> Lets a site redirect this run's files and pick the student
       *> at run time, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TESTSCR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TEST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRNCRED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANSFER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRANSCRIPT-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
