       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCTL.

      *> Monthly position control report.  Page one on is budgeted
      *> against filled FTE for every department and campus; then
      *> every vacant position with the days it has stood vacant;
      *> then every active employee attached to no position - the
      *> staff DEPTROLL counts but the budget does not pay for.  A
      *> position whose recorded holder is no longer an active
      *> employee counts as vacant and is listed with the vacancies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO WS-POSITION-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMP-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           COPY "POSITNRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-POSITION-DSNAME        PIC X(40) VALUE "position.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "posctl.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 POSITION-FS              PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-DAYS-VACANT           PIC S9(6) VALUE ZERO.

       *> When set (CAMPUS-FILTER), only that campus's positions
       *> and employees are reported.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> The holder check: a position counts as filled only while
       *> its POS-EMP-ID is an active "E" record.
       01 WS-HOLDER-FLAG           PIC X(1).
           88 WS-HOLDER-ACTIVE     VALUE "Y".

       *> Department names from the "D" reference records.
       01 WS-DEPT-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-CODE      PIC 9(3).
               10 WS-DEPT-NAME      PIC X(20).
       01 WS-DEPT-SUB              PIC 9(2) COMP.
       01 WS-THIS-DEPT-NAME        PIC X(20).

       *> One entry per department and campus with any active
       *> position, printed in department/campus order.
       01 WS-DC-USED               PIC 9(3) COMP VALUE ZERO.
       01 WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 200 TIMES.
               10 WS-DC-DEPT        PIC 9(3).
               10 WS-DC-CAMPUS      PIC X(2).
               10 WS-DC-POSITIONS   PIC 9(4).
               10 WS-DC-VACANCIES   PIC 9(4).
               10 WS-DC-BUDGET-FTE  PIC 9(4)V99.
               10 WS-DC-FILLED-FTE  PIC 9(4)V99.
               10 WS-DC-PRINTED     PIC X(1).
       01 WS-DC-SUB                PIC 9(3) COMP.
       01 WS-DC-NEXT               PIC 9(3) COMP.
       01 WS-DC-FOUND              PIC 9(3) COMP.

       *> Control totals.
       01 WS-TOTAL-POSITIONS       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VACANCIES       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BUDGET-FTE      PIC 9(5)V99 VALUE ZERO.
       01 WS-TOTAL-FILLED-FTE      PIC 9(5)V99 VALUE ZERO.
       01 WS-UNATTACHED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-FILL-PCT              PIC 9(3)V9 VALUE ZERO.

       *> Print-line pieces.
       01 WS-SUMMARY-LINE.
           05 WS-SL-DEPT           PIC 9(3).
           05 FILLER               PIC X(1).
           05 WS-SL-NAME           PIC X(20).
           05 FILLER               PIC X(2).
           05 WS-SL-CAMPUS         PIC X(2).
           05 FILLER               PIC X(2).
           05 WS-SL-POSITIONS      PIC ZZZ9.
           05 FILLER               PIC X(2).
           05 WS-SL-VACANCIES      PIC ZZZ9.
           05 FILLER               PIC X(2).
           05 WS-SL-BUDGET         PIC Z,ZZ9.99.
           05 FILLER               PIC X(2).
           05 WS-SL-FILLED         PIC Z,ZZ9.99.
           05 FILLER               PIC X(2).
           05 WS-SL-OPEN           PIC Z,ZZ9.99.
           05 FILLER               PIC X(2).
           05 WS-SL-PCT            PIC ZZ9.9.
       01 WS-VACANCY-LINE.
           05 WS-VL-POSITION       PIC 9(5).
           05 FILLER               PIC X(2).
           05 WS-VL-DEPT           PIC 9(3).
           05 FILLER               PIC X(1).
           05 WS-VL-NAME           PIC X(20).
           05 FILLER               PIC X(2).
           05 WS-VL-CAMPUS         PIC X(2).
           05 FILLER               PIC X(2).
           05 WS-VL-CLASS          PIC X(4).
           05 FILLER               PIC X(2).
           05 WS-VL-FTE            PIC 9.99.
           05 FILLER               PIC X(2).
           05 WS-VL-SINCE          PIC 9(8).
           05 FILLER               PIC X(2).
           05 WS-VL-DAYS           PIC ZZZZ9.
           05 FILLER               PIC X(2).
           05 WS-VL-NOTE           PIC X(25).
       01 WS-EMPLOYEE-LINE.
           05 WS-EL-EMP-ID         PIC 9(3).
           05 FILLER               PIC X(2).
           05 WS-EL-NAME           PIC X(20).
           05 FILLER               PIC X(2).
           05 WS-EL-DEPT           PIC 9(3).
           05 FILLER               PIC X(1).
           05 WS-EL-DEPT-NAME      PIC X(20).
           05 FILLER               PIC X(2).
           05 WS-EL-CAMPUS         PIC X(2).
           05 FILLER               PIC X(2).
           05 WS-EL-NOTE           PIC X(30).
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

       *> Print-file plumbing: business-dated page headings that
       *> carry the current section's title and column heading.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-SECTION-TITLE         PIC X(100).
       01 WS-COLUMN-HEAD           PIC X(100).
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
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN INPUT POSITION-FILE
           IF POSITION-FS NOT = "00"
               DISPLAY "POSCTL: NO POSITION FILE ON FILE - RUN "
                   "POSMAINT FIRST, STATUS=" POSITION-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "POSCTL: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE

           PERFORM LOAD-DEPARTMENT-NAMES
           PERFORM TOTAL-THE-POSITIONS
           PERFORM PRINT-BUDGET-SUMMARY
           PERFORM PRINT-VACANT-POSITIONS
           PERFORM PRINT-UNATTACHED-EMPLOYEES

           CLOSE POSITION-FILE
           CLOSE EMP-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== POSITION CONTROL SUMMARY ====="
           DISPLAY "ACTIVE POSITIONS : " WS-TOTAL-POSITIONS
           DISPLAY "VACANT           : " WS-TOTAL-VACANCIES
           DISPLAY "BUDGETED FTE     : " WS-TOTAL-BUDGET-FTE
           DISPLAY "FILLED FTE       : " WS-TOTAL-FILLED-FTE
           DISPLAY "NOT ON A POSITION: " WS-UNATTACHED-COUNT
           DISPLAY "POSCTL: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       LOAD-DEPARTMENT-NAMES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EMP-TYPE-DEPT AND WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE EMP-ID TO WS-DEPT-CODE (WS-DEPT-COUNT)
                           MOVE EMP-NAME TO
                               WS-DEPT-NAME (WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       *> One pass of the positions builds the department/campus
       *> totals the first section prints.
       TOTAL-THE-POSITIONS.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO POS-NUMBER
           START POSITION-FILE KEY IS NOT LESS THAN POS-NUMBER
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ POSITION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF POS-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR POS-CAMPUS = WS-CAMPUS-FILTER)
                           PERFORM Total-One-Position
                       END-IF
               END-READ
           END-PERFORM.

       Total-One-Position.
           PERFORM CHECK-THE-HOLDER
           MOVE ZERO TO WS-DC-FOUND
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-USED
               IF WS-DC-DEPT (WS-DC-SUB) = POS-DEPT-CODE
                   AND WS-DC-CAMPUS (WS-DC-SUB) = POS-CAMPUS
                   MOVE WS-DC-SUB TO WS-DC-FOUND
               END-IF
           END-PERFORM
           IF WS-DC-FOUND = ZERO AND WS-DC-USED < 200
               ADD 1 TO WS-DC-USED
               MOVE WS-DC-USED TO WS-DC-FOUND
               MOVE POS-DEPT-CODE TO WS-DC-DEPT (WS-DC-FOUND)
               MOVE POS-CAMPUS TO WS-DC-CAMPUS (WS-DC-FOUND)
               MOVE ZERO TO WS-DC-POSITIONS (WS-DC-FOUND)
                   WS-DC-VACANCIES (WS-DC-FOUND)
                   WS-DC-BUDGET-FTE (WS-DC-FOUND)
                   WS-DC-FILLED-FTE (WS-DC-FOUND)
               MOVE "N" TO WS-DC-PRINTED (WS-DC-FOUND)
           END-IF
           IF WS-DC-FOUND NOT = ZERO
               ADD 1 TO WS-DC-POSITIONS (WS-DC-FOUND)
               ADD POS-BUDGET-FTE TO WS-DC-BUDGET-FTE (WS-DC-FOUND)
               IF WS-HOLDER-ACTIVE
                   ADD POS-BUDGET-FTE TO
                       WS-DC-FILLED-FTE (WS-DC-FOUND)
               ELSE
                   ADD 1 TO WS-DC-VACANCIES (WS-DC-FOUND)
               END-IF
           END-IF.

       CHECK-THE-HOLDER.
           MOVE "N" TO WS-HOLDER-FLAG
           IF NOT POS-VACANT
               MOVE POS-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                           SET WS-HOLDER-ACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       *> Section one: the lowest department/campus still unprinted
       *> is picked each time round, so the page comes out in
       *> department order without a SORT.
       PRINT-BUDGET-SUMMARY.
           MOVE "BUDGETED AGAINST FILLED FTE BY DEPARTMENT AND CAMPUS"
               TO WS-SECTION-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           STRING "DEPT NAME                  CP  POSNS  VACNT  "
               "BUDGET FTE  FILLED FTE    OPEN FTE  FILL%"
               DELIMITED BY SIZE INTO WS-COLUMN-HEAD
           MOVE 999 TO WS-LINE-COUNT
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-USED
               PERFORM PICK-NEXT-DEPT-CAMPUS
               PERFORM PRINT-ONE-DEPT-CAMPUS
           END-PERFORM

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "ALL DEPARTMENTS" TO WS-SL-NAME
           MOVE WS-TOTAL-POSITIONS TO WS-SL-POSITIONS
           MOVE WS-TOTAL-VACANCIES TO WS-SL-VACANCIES
           MOVE WS-TOTAL-BUDGET-FTE TO WS-SL-BUDGET
           MOVE WS-TOTAL-FILLED-FTE TO WS-SL-FILLED
           COMPUTE WS-SL-OPEN =
               WS-TOTAL-BUDGET-FTE - WS-TOTAL-FILLED-FTE
           MOVE ZERO TO WS-FILL-PCT
           IF WS-TOTAL-BUDGET-FTE > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-TOTAL-FILLED-FTE * 100 / WS-TOTAL-BUDGET-FTE
           END-IF
           MOVE WS-FILL-PCT TO WS-SL-PCT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PICK-NEXT-DEPT-CAMPUS.
           MOVE ZERO TO WS-DC-NEXT
           PERFORM VARYING WS-DC-FOUND FROM 1 BY 1
                   UNTIL WS-DC-FOUND > WS-DC-USED
               IF WS-DC-PRINTED (WS-DC-FOUND) = "N"
                   IF WS-DC-NEXT = ZERO
                       OR WS-DC-DEPT (WS-DC-FOUND) <
                           WS-DC-DEPT (WS-DC-NEXT)
                       OR (WS-DC-DEPT (WS-DC-FOUND) =
                           WS-DC-DEPT (WS-DC-NEXT)
                           AND WS-DC-CAMPUS (WS-DC-FOUND) <
                               WS-DC-CAMPUS (WS-DC-NEXT))
                       MOVE WS-DC-FOUND TO WS-DC-NEXT
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-DEPT-CAMPUS.
           MOVE "Y" TO WS-DC-PRINTED (WS-DC-NEXT)
           MOVE WS-DC-DEPT (WS-DC-NEXT) TO EMP-DEPT-CODE
           PERFORM FIND-DEPT-NAME
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-DC-DEPT (WS-DC-NEXT)      TO WS-SL-DEPT
           MOVE WS-THIS-DEPT-NAME            TO WS-SL-NAME
           MOVE WS-DC-CAMPUS (WS-DC-NEXT)    TO WS-SL-CAMPUS
           MOVE WS-DC-POSITIONS (WS-DC-NEXT) TO WS-SL-POSITIONS
           MOVE WS-DC-VACANCIES (WS-DC-NEXT) TO WS-SL-VACANCIES
           MOVE WS-DC-BUDGET-FTE (WS-DC-NEXT) TO WS-SL-BUDGET
           MOVE WS-DC-FILLED-FTE (WS-DC-NEXT) TO WS-SL-FILLED
           COMPUTE WS-SL-OPEN = WS-DC-BUDGET-FTE (WS-DC-NEXT)
               - WS-DC-FILLED-FTE (WS-DC-NEXT)
           MOVE ZERO TO WS-FILL-PCT
           IF WS-DC-BUDGET-FTE (WS-DC-NEXT) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-DC-FILLED-FTE (WS-DC-NEXT) * 100
                   / WS-DC-BUDGET-FTE (WS-DC-NEXT)
           END-IF
           MOVE WS-FILL-PCT TO WS-SL-PCT
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           ADD WS-DC-POSITIONS (WS-DC-NEXT) TO WS-TOTAL-POSITIONS
           ADD WS-DC-VACANCIES (WS-DC-NEXT) TO WS-TOTAL-VACANCIES
           ADD WS-DC-BUDGET-FTE (WS-DC-NEXT) TO WS-TOTAL-BUDGET-FTE
           ADD WS-DC-FILLED-FTE (WS-DC-NEXT)
               TO WS-TOTAL-FILLED-FTE.

       FIND-DEPT-NAME.
           MOVE "** NOT ON FILE **" TO WS-THIS-DEPT-NAME
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-SUB) = EMP-DEPT-CODE
                   MOVE WS-DEPT-NAME (WS-DEPT-SUB)
                       TO WS-THIS-DEPT-NAME
               END-IF
           END-PERFORM.

       *> Section two: every active position without an active
       *> holder, in position-number order, aged from the date it
       *> last fell vacant.
       PRINT-VACANT-POSITIONS.
           MOVE "VACANT POSITIONS" TO WS-SECTION-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           STRING "POSN   DEPT NAME                  CP  CLSS  FTE   "
               "VACANT    DAYS  NOTE"
               DELIMITED BY SIZE INTO WS-COLUMN-HEAD
           MOVE 999 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF
           MOVE ZERO TO POS-NUMBER
           START POSITION-FILE KEY IS NOT LESS THAN POS-NUMBER
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ POSITION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF POS-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR POS-CAMPUS = WS-CAMPUS-FILTER)
                           PERFORM CHECK-THE-HOLDER
                           IF NOT WS-HOLDER-ACTIVE
                               PERFORM PRINT-ONE-VACANCY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TOTAL-VACANCIES = ZERO
               MOVE "NO VACANT POSITIONS" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       PRINT-ONE-VACANCY.
           MOVE POS-DEPT-CODE TO EMP-DEPT-CODE
           PERFORM FIND-DEPT-NAME
           MOVE SPACES TO WS-VACANCY-LINE
           MOVE POS-NUMBER        TO WS-VL-POSITION
           MOVE POS-DEPT-CODE     TO WS-VL-DEPT
           MOVE WS-THIS-DEPT-NAME TO WS-VL-NAME
           MOVE POS-CAMPUS        TO WS-VL-CAMPUS
           MOVE POS-JOB-CLASS     TO WS-VL-CLASS
           MOVE POS-BUDGET-FTE    TO WS-VL-FTE
           IF POS-VACANT
               MOVE POS-VACANT-SINCE TO WS-VL-SINCE
               IF POS-VACANT-SINCE IS NUMERIC
                   AND POS-VACANT-SINCE NOT = ZERO
                   COMPUTE WS-DAYS-VACANT = WS-RUN-DAY-INT -
                       FUNCTION INTEGER-OF-DATE(POS-VACANT-SINCE)
                   IF WS-DAYS-VACANT < ZERO
                       MOVE ZERO TO WS-DAYS-VACANT
                   END-IF
                   MOVE WS-DAYS-VACANT TO WS-VL-DAYS
               END-IF
           ELSE
               MOVE POS-FILLED-DATE TO WS-VL-SINCE
               STRING "HOLDER " POS-EMP-ID " NOT ACTIVE"
                   DELIMITED BY SIZE INTO WS-VL-NOTE
           END-IF
           MOVE WS-VACANCY-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Section three: active employees no active position names
       *> as its holder.
       PRINT-UNATTACHED-EMPLOYEES.
           MOVE "ACTIVE EMPLOYEES NOT ATTACHED TO ANY POSITION"
               TO WS-SECTION-TITLE
           MOVE SPACES TO WS-COLUMN-HEAD
           STRING "EMP  NAME                  DEPT NAME              "
               "     CP  NOTE"
               DELIMITED BY SIZE INTO WS-COLUMN-HEAD
           MOVE 999 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF
           MOVE ZERO TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR EMP-CAMPUS = WS-CAMPUS-FILTER)
                           PERFORM Check-One-Employee
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UNATTACHED-COUNT = ZERO
               MOVE "NONE" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-UNATTACHED-COUNT TO WS-COUNT-EDIT
           STRING "EMPLOYEES NOT ON A POSITION: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       Check-One-Employee.
           MOVE SPACES TO WS-EMPLOYEE-LINE
           MOVE EMP-ID TO POS-EMP-ID
           READ POSITION-FILE KEY IS POS-EMP-ID
               INVALID KEY
                   MOVE "NO POSITION" TO WS-EL-NOTE
               NOT INVALID KEY
                   IF POS-CLOSED
                       STRING "POSITION " POS-NUMBER " IS CLOSED"
                           DELIMITED BY SIZE INTO WS-EL-NOTE
                   END-IF
           END-READ
           IF WS-EL-NOTE NOT = SPACES
               ADD 1 TO WS-UNATTACHED-COUNT
               PERFORM FIND-DEPT-NAME
               MOVE EMP-ID            TO WS-EL-EMP-ID
               MOVE EMP-NAME          TO WS-EL-NAME
               MOVE EMP-DEPT-CODE     TO WS-EL-DEPT
               MOVE WS-THIS-DEPT-NAME TO WS-EL-DEPT-NAME
               MOVE EMP-CAMPUS        TO WS-EL-CAMPUS
               MOVE WS-EMPLOYEE-LINE  TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
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
           STRING "POSITION CONTROL REPORT"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-CAMPUS-FILTER NOT = SPACES
               MOVE SPACES TO PRINT-RECORD
               STRING "CAMPUS " WS-CAMPUS-FILTER " ONLY"
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD FROM WS-SECTION-TITLE
           WRITE PRINT-RECORD FROM WS-COLUMN-HEAD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSITION-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSITION-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSCTL-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
