       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEADDR.

      *> Weekly late-add decision report for the registrar and the
      *> counseling office.  Lists every late add a counselor
      *> released or denied at LATEAPRV inside the week ending on
      *> the business date - who decided, when, why, and whether a
      *> released add has posted yet - then every request still
      *> waiting, with the days it has waited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-ADD-FILE ASSIGN TO WS-LATEADD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAD-KEY
               FILE STATUS IS LATEADD-FS.

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
       FD LATE-ADD-FILE.
       01 LATE-ADD-RECORD.
           COPY "LATEADRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LATEADD-DSNAME         PIC X(40) VALUE "lateadd.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "lateadd.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 LATEADD-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-STUDENTS-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-STUDENTS     VALUE "Y".

       *> The week reported ends on the business date unless the
       *> run names another day; the length is overridable for a
       *> catch-up run after a holiday week.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-WEEK-END-DATE         PIC 9(8) VALUE ZERO.
       01 WS-WEEK-START-DATE       PIC 9(8) VALUE ZERO.
       01 WS-REPORT-DAYS           PIC 9(3) VALUE 7.
       01 WS-END-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-START-DAY-INT         PIC 9(8) VALUE ZERO.
       01 WS-QUEUED-DAY-INT        PIC 9(8) VALUE ZERO.
       01 WS-DAYS-WAITING          PIC S9(5) VALUE ZERO.
       01 WS-DAYS-EDIT             PIC ZZZZ9.

       01 WS-SHOW-NAME             PIC X(20).
       01 WS-DECISION-TEXT         PIC X(8).
       01 WS-POSTED-TEXT           PIC X(8).

       01 WS-RELEASED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DENIED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-POSTED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PENDING-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-OLDEST-WAIT           PIC S9(5) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES

           IF WS-WEEK-END-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-WEEK-END-DATE
           END-IF
           IF WS-REPORT-DAYS = ZERO
               MOVE 7 TO WS-REPORT-DAYS
           END-IF
           COMPUTE WS-END-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END-DATE)
           COMPUTE WS-START-DAY-INT =
               WS-END-DAY-INT - WS-REPORT-DAYS + 1
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-DAY-INT)

           OPEN INPUT LATE-ADD-FILE
           IF LATEADD-FS NOT = "00"
               DISPLAY "LATEADDR: NO LATE-ADD QUEUE ON FILE, STATUS="
                   LATEADD-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS = "00"
               SET WS-HAVE-STUDENTS TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "LATEADDR: UNABLE TO OPEN REPORT FILE, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM PRINT-DECISIONS
           PERFORM PRINT-STILL-PENDING

           CLOSE LATE-ADD-FILE
           IF WS-HAVE-STUDENTS
               CLOSE STUDENT-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== WEEKLY LATE-ADD DECISIONS ====="
           DISPLAY "WEEK           : " WS-WEEK-START-DATE " - "
               WS-WEEK-END-DATE
           DISPLAY "RELEASED       : " WS-RELEASED-COUNT
           DISPLAY "  POSTED       : " WS-POSTED-COUNT
           DISPLAY "DENIED         : " WS-DENIED-COUNT
           DISPLAY "STILL PENDING  : " WS-PENDING-COUNT
           DISPLAY "OLDEST WAITING : " WS-OLDEST-WAIT " DAYS"
           DISPLAY "REPORT WRITTEN : " WS-PRINT-DSNAME

           STOP RUN.

       *> A released add that has since posted keeps its decision
       *> date, so it still reports in the week it was released.
       PRINT-DECISIONS.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "DECISIONS " WS-WEEK-START-DATE " - "
               WS-WEEK-END-DATE
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ID     NAME                 CRS TM  DECISION "
               "DECIDED  BY       POSTED   REASON"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LATE-ADD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT LAD-PENDING
                           AND LAD-DECISION-DATE NOT <
                               WS-WEEK-START-DATE
                           AND LAD-DECISION-DATE NOT >
                               WS-WEEK-END-DATE
                           PERFORM Print-One-Decision
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RELEASED-COUNT = ZERO AND WS-DENIED-COUNT = ZERO
               MOVE "  NO DECISIONS THIS WEEK" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       Print-One-Decision.
           PERFORM LOOK-UP-NAME
           MOVE SPACES TO WS-POSTED-TEXT
           EVALUATE TRUE
               WHEN LAD-DENIED
                   MOVE "DENIED"   TO WS-DECISION-TEXT
                   ADD 1 TO WS-DENIED-COUNT
               WHEN LAD-APPLIED
                   MOVE "RELEASED" TO WS-DECISION-TEXT
                   MOVE LAD-APPLIED-DATE TO WS-POSTED-TEXT
                   ADD 1 TO WS-RELEASED-COUNT
                   ADD 1 TO WS-POSTED-COUNT
               WHEN OTHER
                   MOVE "RELEASED" TO WS-DECISION-TEXT
                   MOVE "NOT YET"  TO WS-POSTED-TEXT
                   ADD 1 TO WS-RELEASED-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING LAD-STUDENT-ID " " WS-SHOW-NAME " "
               LAD-COURSE-CODE " " LAD-TERM "  "
               WS-DECISION-TEXT " " LAD-DECISION-DATE " "
               LAD-DECIDED-BY " " WS-POSTED-TEXT " "
               LAD-DECISION-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Each section starts a fresh page under its own heading.
       PRINT-STILL-PENDING.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "STILL AWAITING A COUNSELOR AS OF "
               WS-WEEK-END-DATE
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ID     NAME                 CRS TM  ASKED    "
               "QUEUED    DAYS  OVERRIDE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO LAD-KEY
           START LATE-ADD-FILE KEY IS NOT LESS THAN LAD-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ LATE-ADD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LAD-PENDING
                           PERFORM Print-One-Pending
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-COUNT = ZERO
               MOVE "  NOTHING PENDING" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       Print-One-Pending.
           PERFORM LOOK-UP-NAME
           ADD 1 TO WS-PENDING-COUNT
           MOVE ZERO TO WS-DAYS-WAITING
           IF LAD-QUEUED-DATE IS NUMERIC
               AND LAD-QUEUED-DATE NOT = ZERO
               COMPUTE WS-QUEUED-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(LAD-QUEUED-DATE)
               COMPUTE WS-DAYS-WAITING =
                   WS-END-DAY-INT - WS-QUEUED-DAY-INT
               IF WS-DAYS-WAITING < ZERO
                   MOVE ZERO TO WS-DAYS-WAITING
               END-IF
           END-IF
           IF WS-DAYS-WAITING > WS-OLDEST-WAIT
               MOVE WS-DAYS-WAITING TO WS-OLDEST-WAIT
           END-IF
           MOVE WS-DAYS-WAITING TO WS-DAYS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING LAD-STUDENT-ID " " WS-SHOW-NAME " "
               LAD-COURSE-CODE " " LAD-TERM "  "
               LAD-REQUEST-DATE " " LAD-QUEUED-DATE " "
               WS-DAYS-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF LAD-REQUEST-ACTION = "O"
               MOVE "YES" TO WS-PRINT-LINE (62:3)
           END-IF
           PERFORM PRINT-A-LINE.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-SHOW-NAME
           IF WS-HAVE-STUDENTS
               MOVE LAD-STUDENT-ID TO STUDENT-ID
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
           STRING "WEEKLY LATE-ADD DECISIONS"
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
       *> week at run time without recompiling, the same
       *> ENVIRONMENT-VARIABLE idiom transMaint.cob uses for its own
       *> file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LATEADD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-REPORT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-WEEK-END"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WEEK-END-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
