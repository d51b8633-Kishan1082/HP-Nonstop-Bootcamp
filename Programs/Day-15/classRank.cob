               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> Rank is on the weighted GPA, averaged over the
           *> student's posted terms.  The history arrives ascending
           *> by student like the master, so the two co-walk.
           SELECT TERM-HISTORY-FILE ASSIGN TO WS-TERMHIST-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

           SELECT RANK-WORK ASSIGN TO "rankwork.tmp".

       DATA DIVISION.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       *> A COMP-1 field is no use as a sort key, so the GPA rides as
       *> hundredths in a three-digit display field (4.50 -> 450) -
       *> descending, so the top student returns first within each
       *> section.  ID as the final key keeps tied students in a
       *> deterministic order.
       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 STUDENT-FS               PIC XX.
       01 TH-FS                    PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-HIST-EOF              PIC X VALUE "N".
       01 WS-RANKED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-CLASS         PIC X(3) VALUE SPACES.
       *> ranked.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> Weighted-GPA gathering: the student's term weighted GPAs
       *> averaged.  A student with no posted terms has nothing to
       *> weight and ranks on the master GPA.  The ceiling is an A
       *> in an advanced section, as GPAWGHT scores it.
       01 WS-TERM-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-WEIGHTED-SUM          USAGE COMP-1.
       01 WS-RANK-GPA              USAGE COMP-1.
       01 WS-HIST-RANKED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-CEILING-CATEGORY      PIC X(1) VALUE "A".
       01 WS-CEILING-GRADE         PIC X(1) VALUE "A".
       01 WS-CEILING-POINTS        PIC 9V9.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAME
           CALL "GPAWGHT" USING WS-CEILING-CATEGORY WS-CEILING-GRADE
               WS-CEILING-POINTS

           DISPLAY "===== CLASS RANKING BY WEIGHTED GPA ====="

           SORT RANK-WORK
               ON ASCENDING KEY RNK-CLASS

           DISPLAY " "
           DISPLAY "STUDENTS RANKED    : " WS-RANKED-COUNT
           DISPLAY "RANKED FROM HISTORY: " WS-HIST-RANKED-COUNT
           DISPLAY "SKIPPED (BAD DATA) : " WS-SKIPPED-COUNT

           STOP RUN.
                   "STATUS=" STUDENT-FS
               MOVE "Y" TO WS-EOF
           END-IF
           OPEN INPUT TERM-HISTORY-FILE
           IF TH-FS = "00"
               PERFORM READ-NEXT-HISTORY
           ELSE
               DISPLAY "CLASSRNK: NO TERM HISTORY ON FILE - "
                   "RANKING ON THE MASTER GPA"
               MOVE "Y" TO WS-HIST-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GATHER-WEIGHTED-GPA
                       IF STUDENT-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR STUDENT-CAMPUS = WS-CAMPUS-FILTER)
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
               COMPUTE WS-RANK-GPA = WS-WEIGHTED-SUM / WS-TERM-COUNT
           ELSE
               MOVE STUDENT-GPA TO WS-RANK-GPA
           END-IF.

       READ-NEXT-HISTORY.
           READ TERM-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       *> A GPA below zero or past the weighted ceiling is bad data,
       *> not a rank - it would otherwise sort to the top of the
       *> class.
       RELEASE-ONE-STUDENT.
           IF WS-RANK-GPA < 0 OR WS-RANK-GPA > WS-CEILING-POINTS
               DISPLAY "CLASSRNK: SKIPPED, ID=" STUDENT-ID
                   " GPA OUT OF RANGE"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-TERM-COUNT > ZERO
                   ADD 1 TO WS-HIST-RANKED-COUNT
               END-IF
               MOVE STUDENT-CLASS TO RNK-CLASS
               COMPUTE RNK-GPA-KEY ROUNDED = WS-RANK-GPA * 100
               MOVE STUDENT-ID    TO RNK-STUDENT-ID
               MOVE STUDENT-NAME  TO RNK-STUDENT-NAME
               MOVE STUDENT-ATTENDANCE-PCT TO RNK-ATTENDANCE-PCT
               MOVE ZERO TO WS-PRIOR-GPA-KEY
               DISPLAY " "
               DISPLAY "CLASS " WS-CURRENT-CLASS
               DISPLAY "RANK  ID    NAME                 W-GPA "
                   "ATTENDANCE"
           END-IF

               WS-GPA-EDIT "  " WS-ATTEND-EDIT "%"
           ADD 1 TO WS-RANKED-COUNT.

       *> Lets a site redirect STUDENT-FILE and TERMHIST-FILE at run
       *> time (a different library, a test copy) without
       *> recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAME.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-DSNAME
           END-IF.
