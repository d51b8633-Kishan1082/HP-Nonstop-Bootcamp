       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBDAYS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> SUBCOVER's kept assignments - keyed by date first, so
           *> the month is one START and a short sequential read.
           SELECT COVER-FILE ASSIGN TO WS-COVER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBA-KEY
               FILE STATUS IS COVER-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT DAYS-WORK ASSIGN TO "subdays.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD COVER-FILE.
       01 COVER-RECORD.
           COPY "SUBASGRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> Each covered period is released once under its substitute
       *> (part "1"); every period, covered or not, is released once
       *> under the absent teacher (part "2").
       SD DAYS-WORK.
       01 DAYS-WORK-RECORD.
           05 DYW-PART              PIC X(1).
           05 DYW-EMP-ID            PIC 9(3).
           05 DYW-COVER-DATE        PIC 9(8).
           05 DYW-STATUS            PIC X(1).
           05 DYW-CRED-MATCH        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-COVER-DSNAME           PIC X(40) VALUE "covasgn.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "subdays.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 COVER-FS                 PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-COVER-MONTH           PIC 9(6) VALUE ZERO.

       *> Control breaks: part, then employee, then day.
       01 WS-CURRENT-PART          PIC X(1) VALUE SPACE.
       01 WS-CURRENT-EMP           PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01 WS-HAVE-EMP              PIC X VALUE "N".
       01 WS-HEADING-TEXT          PIC X(40) VALUE SPACES.

       *> One employee's month.
       01 WS-EMP-DAYS              PIC 9(3) VALUE ZERO.
       01 WS-EMP-PERIODS           PIC 9(4) VALUE ZERO.
       01 WS-EMP-COVERED           PIC 9(4) VALUE ZERO.
       01 WS-EMP-UNCOVERED         PIC 9(4) VALUE ZERO.
       01 WS-EMP-NOT-FIELD         PIC 9(4) VALUE ZERO.

       *> Month totals by part.
       01 WS-SUB-EMPLOYEES         PIC 9(4) VALUE ZERO.
       01 WS-SUB-DAYS-TOTAL        PIC 9(5) VALUE ZERO.
       01 WS-SUB-PERIODS-TOTAL     PIC 9(5) VALUE ZERO.
       01 WS-ABS-EMPLOYEES         PIC 9(4) VALUE ZERO.
       01 WS-ABS-DAYS-TOTAL        PIC 9(5) VALUE ZERO.
       01 WS-ABS-UNCOVERED-TOTAL   PIC 9(5) VALUE ZERO.
       01 WS-ROWS-READ             PIC 9(6) VALUE ZERO.

       01 WS-EMP-NAME-OUT          PIC X(20).
       01 WS-DAYS-EDIT             PIC ZZ9.
       01 WS-COUNT-EDIT-1          PIC Z,ZZ9.
       01 WS-COUNT-EDIT-2          PIC Z,ZZ9.
       01 WS-COUNT-EDIT-3          PIC Z,ZZ9.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           IF WS-REPORT-MONTH = ZERO
               COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
           END-IF

           OPEN INPUT COVER-FILE
           IF COVER-FS NOT = "00"
               DISPLAY "SUBDAYS: NO COVERAGE ASSIGNMENTS ON FILE - "
                   "RUN SUBCOVER FIRST, STATUS=" COVER-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "SUBDAYS: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           SORT DAYS-WORK
               ON ASCENDING KEY DYW-PART
               ON ASCENDING KEY DYW-EMP-ID
               ON ASCENDING KEY DYW-COVER-DATE
               INPUT PROCEDURE IS GATHER-MONTH
               OUTPUT PROCEDURE IS PRINT-MONTH
           CLOSE PRINT-FILE
           CLOSE COVER-FILE
           CLOSE EMP-FILE

           DISPLAY "===== SUBSTITUTE DAYS - " WS-REPORT-MONTH " ====="
           DISPLAY "ASSIGNMENTS READ    : " WS-ROWS-READ
           DISPLAY "SUBSTITUTES WORKING : " WS-SUB-EMPLOYEES
           DISPLAY "SUBSTITUTE DAYS     : " WS-SUB-DAYS-TOTAL
           DISPLAY "PERIODS COVERED     : " WS-SUB-PERIODS-TOTAL
           DISPLAY "TEACHERS OUT        : " WS-ABS-EMPLOYEES
           DISPLAY "TEACHER DAYS OUT    : " WS-ABS-DAYS-TOTAL
           DISPLAY "PERIODS UNCOVERED   : " WS-ABS-UNCOVERED-TOTAL
           DISPLAY "SUBDAYS: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       GATHER-MONTH.
           COMPUTE SBA-COVER-DATE = WS-REPORT-MONTH * 100 + 1
           MOVE LOW-VALUES TO SBA-SECTION-CODE
           MOVE "N" TO WS-EOF
           START COVER-FILE KEY IS NOT LESS THAN SBA-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ COVER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-COVER-MONTH = SBA-COVER-DATE / 100
                       IF WS-COVER-MONTH NOT = WS-REPORT-MONTH
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM RELEASE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ASSIGNMENT.
           ADD 1 TO WS-ROWS-READ
           MOVE SBA-COVER-DATE TO DYW-COVER-DATE
           MOVE SBA-STATUS     TO DYW-STATUS
           MOVE SBA-CRED-MATCH TO DYW-CRED-MATCH
           IF SBA-COVERED
               MOVE "1" TO DYW-PART
               MOVE SBA-SUB-EMP-ID TO DYW-EMP-ID
               RELEASE DAYS-WORK-RECORD
           END-IF
           MOVE "2" TO DYW-PART
           MOVE SBA-ABSENT-EMP-ID TO DYW-EMP-ID
           RELEASE DAYS-WORK-RECORD.

       PRINT-MONTH.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN DAYS-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM TALLY-ONE-PERIOD
               END-RETURN
           END-PERFORM
           IF WS-HAVE-EMP = "Y"
               PERFORM PRINT-EMPLOYEE-LINE
           END-IF
           IF WS-CURRENT-PART = SPACE
               MOVE "NO COVERAGE ASSIGNMENTS THIS MONTH"
                   TO WS-HEADING-TEXT
               PERFORM PRINT-PAGE-HEADING
           END-IF.

       TALLY-ONE-PERIOD.
           IF DYW-PART NOT = WS-CURRENT-PART
               IF WS-HAVE-EMP = "Y"
                   PERFORM PRINT-EMPLOYEE-LINE
               END-IF
               MOVE DYW-PART TO WS-CURRENT-PART
               PERFORM START-NEW-PART
           ELSE
               IF DYW-EMP-ID NOT = WS-CURRENT-EMP
                   PERFORM PRINT-EMPLOYEE-LINE
               END-IF
           END-IF

           IF WS-HAVE-EMP = "N"
               MOVE DYW-EMP-ID TO WS-CURRENT-EMP
               MOVE ZERO TO WS-CURRENT-DATE
               MOVE ZERO TO WS-EMP-DAYS WS-EMP-PERIODS WS-EMP-COVERED
                   WS-EMP-UNCOVERED WS-EMP-NOT-FIELD
               MOVE "Y" TO WS-HAVE-EMP
           END-IF

           IF DYW-COVER-DATE NOT = WS-CURRENT-DATE
               MOVE DYW-COVER-DATE TO WS-CURRENT-DATE
               ADD 1 TO WS-EMP-DAYS
           END-IF
           ADD 1 TO WS-EMP-PERIODS
           IF DYW-STATUS = "C"
               ADD 1 TO WS-EMP-COVERED
           ELSE
               ADD 1 TO WS-EMP-UNCOVERED
           END-IF
           IF DYW-PART = "1" AND DYW-CRED-MATCH NOT = "Y"
               ADD 1 TO WS-EMP-NOT-FIELD
           END-IF.

       START-NEW-PART.
           IF WS-CURRENT-PART = "1"
               MOVE "DAYS WORKED BY SUBSTITUTE" TO WS-HEADING-TEXT
               PERFORM PRINT-PAGE-HEADING
               MOVE SPACES TO WS-PRINT-LINE
               STRING "EMP NAME                  DAYS  PERIODS  "
                   "NOT IN FIELD"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "DAYS OUT NEEDING COVER BY TEACHER"
                   TO WS-HEADING-TEXT
               PERFORM PRINT-PAGE-HEADING
               MOVE SPACES TO WS-PRINT-LINE
               STRING "EMP NAME                  DAYS  COVERED  "
                   "UNCOVERED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       PRINT-EMPLOYEE-LINE.
           MOVE WS-CURRENT-EMP TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-EMP-NAME-OUT
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-EMP-NAME-OUT
           END-READ
           MOVE WS-EMP-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CURRENT-PART = "1"
               MOVE WS-EMP-PERIODS   TO WS-COUNT-EDIT-1
               MOVE WS-EMP-NOT-FIELD TO WS-COUNT-EDIT-2
               STRING WS-CURRENT-EMP " " WS-EMP-NAME-OUT "  "
                   WS-DAYS-EDIT "    " WS-COUNT-EDIT-1 "        "
                   WS-COUNT-EDIT-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               ADD 1 TO WS-SUB-EMPLOYEES
               ADD WS-EMP-DAYS    TO WS-SUB-DAYS-TOTAL
               ADD WS-EMP-PERIODS TO WS-SUB-PERIODS-TOTAL
           ELSE
               MOVE WS-EMP-COVERED   TO WS-COUNT-EDIT-1
               MOVE WS-EMP-UNCOVERED TO WS-COUNT-EDIT-3
               STRING WS-CURRENT-EMP " " WS-EMP-NAME-OUT "  "
                   WS-DAYS-EDIT "    " WS-COUNT-EDIT-1 "     "
                   WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               ADD 1 TO WS-ABS-EMPLOYEES
               ADD WS-EMP-DAYS      TO WS-ABS-DAYS-TOTAL
               ADD WS-EMP-UNCOVERED TO WS-ABS-UNCOVERED-TOTAL
           END-IF
           PERFORM PRINT-A-LINE
           MOVE "N" TO WS-HAVE-EMP.

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
           STRING "SUBSTITUTE DAYS - MONTH " WS-REPORT-MONTH
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "COVASGN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COVER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SUBDAYS-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-MONTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-MONTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
