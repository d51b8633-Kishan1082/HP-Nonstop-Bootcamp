                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> The dean's list judges the weighted GPA averaged over
           *> the student's posted terms.  The history arrives
           *> ascending by student like the master, so the two
           *> co-walk.
           SELECT TERM-HISTORY-FILE ASSIGN TO WS-TERMHIST-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

           SELECT STAND-WORK ASSIGN TO "standing.tmp".

           *> Probation students feed the intervention letter file
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       *> Only dean's-list and probation students ride the sort -
       *> standing-major then class-major, so the honor roster prints
       *> whole, grouped by section, then the probation roster the
       *> same way.  STW-GPA is the figure the standing was judged
       *> on - weighted for the dean's list, the master's for
       *> probation.
       SD STAND-WORK.
       01 STAND-WORK-RECORD.
           05 STW-STANDING          PIC X(1).
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 STUDENT-FS               PIC XX.
       01 INTLETR-FS               PIC XX.
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 TH-FS                    PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-HIST-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-DEANS-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-PROBATION-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CF-ADDR2              PIC X(25).

       *> Term policy numbers, overridable per run: dean's list needs
       *> both the weighted GPA and the attendance floor; probation
       *> is the master GPA alone.  The same COMP-1 fields GPACHECK
       *> validates.
       01 WS-DEANS-GPA             USAGE COMP-1 VALUE 3.5.
       01 WS-DEANS-ATTEND          USAGE COMP-1 VALUE 90.0.
       01 WS-PROBATION-GPA         USAGE COMP-1 VALUE 2.0.

       *> Weighted-GPA gathering for the dean's list: the student's
       *> term weighted GPAs averaged, or the master GPA when no
       *> term has been posted yet.
       01 WS-TERM-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-WEIGHTED-SUM          USAGE COMP-1.
       01 WS-WEIGHTED-GPA          USAGE COMP-1.

       *> BUSDATE call function code - every date stamped on
       *> output comes from the processing-date control file,
       *> not the machine clock, so reruns carry the right
                   "STATUS=" STUDENT-FS
               MOVE "Y" TO WS-EOF
           END-IF
           OPEN INPUT TERM-HISTORY-FILE
           IF TH-FS = "00"
               PERFORM READ-NEXT-HISTORY
           ELSE
               DISPLAY "ACADSTND: NO TERM HISTORY ON FILE - "
                   "DEAN'S LIST JUDGED ON THE MASTER GPA"
               MOVE "Y" TO WS-HIST-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GATHER-WEIGHTED-GPA
                       IF STUDENT-ACTIVE
                           PERFORM FLAG-ONE-STUDENT
                       END-IF
           END-PERFORM
           IF STUDENT-FS = "00" OR STUDENT-FS = "10"
               CLOSE STUDENT-FILE
           END-IF
           IF TH-FS = "00" OR TH-FS = "10"
               CLOSE TERM-HISTORY-FILE
           END-IF.

       *> Skip history rows for IDs below this master (students no
       *> longer on file), then average this student's weighted
       *> term GPAs.
       GATHER-WEIGHTED-GPA.
           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR TH-STUDENT-ID NOT < STUDENT-ID
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           MOVE ZERO TO WS-TERM-COUNT
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR TH-STUDENT-ID NOT = STUDENT-ID
               ADD 1 TO WS-TERM-COUNT
               COMPUTE WS-WEIGHTED-SUM =
                   WS-WEIGHTED-SUM + TH-TERM-WEIGHTED-GPA
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           IF WS-TERM-COUNT > ZERO
               COMPUTE WS-WEIGHTED-GPA =
                   WS-WEIGHTED-SUM / WS-TERM-COUNT
           ELSE
               MOVE STUDENT-GPA TO WS-WEIGHTED-GPA
           END-IF.

       READ-NEXT-HISTORY.
           READ TERM-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       FLAG-ONE-STUDENT.
           MOVE SPACE TO WS-CURRENT-STANDING
           EVALUATE TRUE
               WHEN STUDENT-GPA < WS-PROBATION-GPA
                   MOVE "P" TO WS-CURRENT-STANDING
               WHEN WS-WEIGHTED-GPA NOT < WS-DEANS-GPA
                   AND STUDENT-ATTENDANCE-PCT NOT < WS-DEANS-ATTEND
                   MOVE "D" TO WS-CURRENT-STANDING
           END-EVALUATE
           MOVE STUDENT-CLASS          TO STW-CLASS
           MOVE STUDENT-ID             TO STW-STUDENT-ID
           MOVE STUDENT-NAME           TO STW-STUDENT-NAME
           IF WS-CURRENT-STANDING = "D"
               MOVE WS-WEIGHTED-GPA    TO STW-GPA
           ELSE
               MOVE STUDENT-GPA        TO STW-GPA
           END-IF
           MOVE STUDENT-ATTENDANCE-PCT TO STW-ATTENDANCE-PCT
           RELEASE STAND-WORK-RECORD.

           END-IF
           MOVE STW-GPA TO WS-GPA-EDIT
           MOVE STW-ATTENDANCE-PCT TO WS-ATTEND-EDIT
           IF STW-STANDING = "D"
               DISPLAY "    " STW-STUDENT-ID " " STW-STUDENT-NAME
                   " W-GPA " WS-GPA-EDIT " ATTENDANCE "
                   WS-ATTEND-EDIT "%"
           ELSE
               DISPLAY "    " STW-STUDENT-ID " " STW-STUDENT-NAME
                   " GPA " WS-GPA-EDIT " ATTENDANCE "
                   WS-ATTEND-EDIT "%"
           END-IF.

       *> Lets a site redirect this run's files and thresholds at run
       *> time, the same ENVIRONMENT-VARIABLE idiom transMaint.cob
               MOVE WS-ENV-OVERRIDE TO WS-INTLETR-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEANS-GPA"
           IF WS-ENV-OVERRIDE NOT = SPACES
