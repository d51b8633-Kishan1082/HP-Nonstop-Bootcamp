       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCUT.

      *> Class-cutting report.  A cut is an unexcused absence from
      *> one section on a day the student attended at least one
      *> other period - in the building, but not in the room.  The
      *> daily mark hides these; the period file shows them.  The
      *> report runs over a span of days (the week ending on the
      *> business date unless the run names one) and totals the
      *> cuts by student and section for the deans.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-ATT-FILE ASSIGN TO WS-PERATTD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRA-KEY
               FILE STATUS IS PERATTD-FS.

           *> The day's detail shows a nurse's early dismissal ("M"
           *> on an attended day) - the periods missed that day are
           *> the nurse's doing, not cuts.  Optional.
           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           *> Names only - a missing master prints the report
           *> without them.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-ATT-FILE.
       01 PERIOD-ATT-RECORD.
           COPY "PERATTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PERATTD-DSNAME         PIC X(40) VALUE "perattd.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "cutrpt.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PERATTD-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-DETAIL-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-DETAIL       VALUE "Y".
       01 WS-STUDENTS-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-STUDENTS     VALUE "Y".

       *> The span reported - the seven days ending on the business
       *> date unless CUT-FROM-DATE / CUT-TO-DATE name another.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE               PIC 9(8) VALUE ZERO.
       01 WS-DAY-INT               PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       *> One student-day's periods, gathered across the key-order
       *> read and judged at the day break.
       01 WS-DAY-FLAG              PIC X VALUE "N".
           88 WS-IN-DAY            VALUE "Y".
       01 WS-DAY-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-DAY-DATE              PIC 9(8) VALUE ZERO.
       01 WS-DAY-ATTENDED          PIC 9(2) VALUE ZERO.
       01 WS-DAY-USED              PIC 9(2) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 12 TIMES.
               10 WS-DP-SECTION    PIC X(3).
               10 WS-DP-CUT        PIC X(1).
       01 WS-DAY-SUB               PIC 9(2) VALUE ZERO.

       *> One student's cuts per section across the span.
       01 WS-STU-ID                PIC 9(6) VALUE ZERO.
       01 WS-STU-USED              PIC 9(2) VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 12 TIMES.
               10 WS-SC-SECTION    PIC X(3).
               10 WS-SC-CUTS       PIC 9(4).
               10 WS-SC-FIRST      PIC 9(8).
               10 WS-SC-LAST       PIC 9(8).
       01 WS-STU-SUB               PIC 9(2) VALUE ZERO.
       01 WS-STU-TOTAL             PIC 9(5) VALUE ZERO.
       01 WS-FOUND-FLAG            PIC X VALUE "N".
           88 WS-FOUND-SECTION     VALUE "Y".
       01 WS-SHOW-NAME             PIC X(20).
       01 WS-CUTS-EDIT             PIC ZZZ9.
       01 WS-TOTAL-EDIT            PIC ZZZZ9.

       01 WS-PERIOD-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CUT-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CUTTER-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DISMISSED-COUNT       PIC 9(6) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES
           IF WS-TO-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = ZERO
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF

           OPEN INPUT PERIOD-ATT-FILE
           IF PERATTD-FS NOT = "00"
               DISPLAY "PERCUT: NO PERIOD ATTENDANCE ON FILE, "
                   "STATUS=" PERATTD-FS
               STOP RUN
           END-IF

           OPEN INPUT ATT-DETAIL-FILE
           IF ATTDETL-FS = "00"
               SET WS-HAVE-DETAIL TO TRUE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS = "00"
               SET WS-HAVE-STUDENTS TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "PERCUT: UNABLE TO OPEN REPORT FILE, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ID     NAME                 SECTION CUTS  "
               "FIRST    LAST"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           PERFORM UNTIL WS-EOF = "Y"
               READ PERIOD-ATT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PRA-DATE NOT < WS-FROM-DATE
                           AND PRA-DATE NOT > WS-TO-DATE
                           PERFORM Gather-One-Period
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-DAY
               PERFORM JUDGE-THE-DAY
           END-IF
           IF WS-STU-USED > ZERO
               PERFORM PRINT-STUDENT-CUTS
           END-IF
           IF WS-CUTTER-COUNT = ZERO
               MOVE "  NO CLASS CUTS IN THE SPAN" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE PERIOD-ATT-FILE
           IF WS-HAVE-DETAIL
               CLOSE ATT-DETAIL-FILE
           END-IF
           IF WS-HAVE-STUDENTS
               CLOSE STUDENT-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== CLASS-CUTTING REPORT ====="
           DISPLAY "SPAN           : " WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "PERIOD MARKS   : " WS-PERIOD-COUNT
           DISPLAY "CUTS           : " WS-CUT-COUNT
           DISPLAY "STUDENTS       : " WS-CUTTER-COUNT
           DISPLAY "DISMISSED EARLY: " WS-DISMISSED-COUNT
           DISPLAY "REPORT WRITTEN : " WS-PRINT-DSNAME

           STOP RUN.

       *> Key order is student, date, period - a change of either
       *> student or date closes the day being gathered, and a
       *> change of student prints the one before.
       Gather-One-Period.
           IF WS-IN-DAY
               AND (PRA-STUDENT-ID NOT = WS-DAY-STUDENT-ID
                    OR PRA-DATE NOT = WS-DAY-DATE)
               PERFORM JUDGE-THE-DAY
           END-IF
           IF WS-STU-USED > ZERO AND PRA-STUDENT-ID NOT = WS-STU-ID
               PERFORM PRINT-STUDENT-CUTS
           END-IF
           IF NOT WS-IN-DAY
               SET WS-IN-DAY TO TRUE
               MOVE PRA-STUDENT-ID TO WS-DAY-STUDENT-ID
               MOVE PRA-DATE       TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-ATTENDED WS-DAY-USED
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           IF PRA-PRESENT OR PRA-TARDY
               ADD 1 TO WS-DAY-ATTENDED
           END-IF
           IF WS-DAY-USED < 12
               ADD 1 TO WS-DAY-USED
               MOVE PRA-SECTION TO WS-DP-SECTION (WS-DAY-USED)
               IF PRA-ABSENT AND NOT PRA-EXCUSED
                   MOVE "Y" TO WS-DP-CUT (WS-DAY-USED)
               ELSE
                   MOVE "N" TO WS-DP-CUT (WS-DAY-USED)
               END-IF
           END-IF.

       *> A day with no attended period is an absence, not a cut.
       *> A day the nurse sent the student home, or the front desk
       *> released them to a contact, is passed by whole.
       JUDGE-THE-DAY.
           MOVE "N" TO WS-DAY-FLAG
           IF WS-DAY-ATTENDED > ZERO
               IF WS-HAVE-DETAIL
                   MOVE WS-DAY-STUDENT-ID TO ATD-STUDENT-ID
                   MOVE WS-DAY-DATE       TO ATD-DATE
                   READ ATT-DETAIL-FILE
                       INVALID KEY
                           PERFORM TALLY-DAY-CUTS
                       NOT INVALID KEY
                           IF (ATD-EXCUSE-CODE = "M"
                                   OR ATD-EXCUSE-CODE = "D")
                               AND NOT ATD-ABSENT
                               ADD 1 TO WS-DISMISSED-COUNT
                           ELSE
                               PERFORM TALLY-DAY-CUTS
                           END-IF
                   END-READ
               ELSE
                   PERFORM TALLY-DAY-CUTS
               END-IF
           END-IF.

       TALLY-DAY-CUTS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-USED
               IF WS-DP-CUT (WS-DAY-SUB) = "Y"
                   PERFORM COUNT-ONE-CUT
               END-IF
           END-PERFORM.

       COUNT-ONE-CUT.
           MOVE WS-DAY-STUDENT-ID TO WS-STU-ID
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-USED OR WS-FOUND-SECTION
               IF WS-SC-SECTION (WS-STU-SUB) =
                       WS-DP-SECTION (WS-DAY-SUB)
                   SET WS-FOUND-SECTION TO TRUE
                   ADD 1 TO WS-SC-CUTS (WS-STU-SUB)
                   MOVE WS-DAY-DATE TO WS-SC-LAST (WS-STU-SUB)
               END-IF
           END-PERFORM
           IF NOT WS-FOUND-SECTION AND WS-STU-USED < 12
               ADD 1 TO WS-STU-USED
               MOVE WS-DP-SECTION (WS-DAY-SUB)
                   TO WS-SC-SECTION (WS-STU-USED)
               MOVE 1 TO WS-SC-CUTS (WS-STU-USED)
               MOVE WS-DAY-DATE TO WS-SC-FIRST (WS-STU-USED)
               MOVE WS-DAY-DATE TO WS-SC-LAST (WS-STU-USED)
           END-IF
           ADD 1 TO WS-CUT-COUNT.

       *> One line per section the student cut, then the student's
       *> total.
       PRINT-STUDENT-CUTS.
           ADD 1 TO WS-CUTTER-COUNT
           PERFORM LOOK-UP-NAME
           MOVE ZERO TO WS-STU-TOTAL
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-USED
               ADD WS-SC-CUTS (WS-STU-SUB) TO WS-STU-TOTAL
               MOVE WS-SC-CUTS (WS-STU-SUB) TO WS-CUTS-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-STU-SUB = 1
                   STRING WS-STU-ID " " WS-SHOW-NAME
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               STRING WS-SC-SECTION (WS-STU-SUB) "     "
                   WS-CUTS-EDIT "  " WS-SC-FIRST (WS-STU-SUB)
                   " " WS-SC-LAST (WS-STU-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE (29:40)
               PERFORM PRINT-A-LINE
           END-PERFORM
           MOVE WS-STU-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE (29:20)
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE ZERO TO WS-STU-USED.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-SHOW-NAME
           IF WS-HAVE-STUDENTS
               MOVE WS-STU-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-SHOW-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-SHOW-NAME
               END-READ
           END-IF.

       PRINT-A-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "CLASS CUTS " WS-FROM-DATE " - " WS-TO-DATE
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files and pick the
       *> span at run time without recompiling, the same
       *> ENVIRONMENT-VARIABLE idiom transMaint.cob uses for its own
       *> file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PERATTD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PERATTD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CUT-REPORT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CUT-FROM-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CUT-TO-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TO-DATE = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
