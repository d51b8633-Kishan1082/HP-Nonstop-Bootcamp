       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> What ASSESS granted this term, one record per student.
           SELECT REMIT-FILE ASSIGN TO WS-REMIT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-KEY
               FILE STATUS IS REMIT-FS.

           *> Employee names, and the department reference records
           *> that name each department.
           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           *> HR's list: remissions by department, then employee.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT REMIT-WORK ASSIGN TO "remrpt.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD REMIT-FILE.
       01 REMIT-RECORD.
           COPY "REMITRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD REMIT-WORK.
       01 REMIT-WORK-RECORD.
           05 RWK-DEPT-CODE         PIC 9(3).
           05 RWK-EMP-ID            PIC 9(3).
           05 RWK-STUDENT-ID        PIC 9(6).
           05 RWK-STUDENT-NAME      PIC X(20).
           05 RWK-CAMPUS            PIC X(2).
           05 RWK-CATEGORY          PIC X(2).
           05 RWK-PCT               PIC 9(3)V99.
           05 RWK-TUITION           PIC S9(5)V99 COMP-3.
           05 RWK-AMOUNT            PIC S9(5)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-REMIT-DSNAME           PIC X(40) VALUE "remit.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "remit.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 REMIT-FS                 PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The term reported (REPORT-TERM) - the current term from
       *> term control when not given.
       01 WS-REPORT-TERM           PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       01 WS-PREV-DEPT             PIC 9(3) VALUE ZERO.
       01 WS-DEPT-NAME             PIC X(20).
       01 WS-EMP-NAME              PIC X(20).
       01 WS-DEPT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DEPT-TOTAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REMIT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-DEPTS-PRINTED         PIC 9(4) VALUE ZERO.
       01 WS-GRAND-TOTAL           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).
       01 WS-PCT-EDIT              PIC ZZ9.99.
       01 WS-TUITION-EDIT          PIC -ZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT           PIC -ZZ,ZZ9.99.

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
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           IF WS-REPORT-TERM = ZERO
               CALL "TERMGET" USING WS-REPORT-TERM WS-TERM-STATE
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "EMP EMPLOYEE NAME        CAT STUDENT STUDENT NAME"
               "         CAMPUS    PCT    TUITION  REMISSION"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT REMIT-FILE
           IF REMIT-FS NOT = "00"
               DISPLAY "REMRPT: NO REMISSION FILE ON SYSTEM - RUN "
                   "ASSESS FIRST, STATUS=" REMIT-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           ELSE
               DISPLAY "REMRPT: NO EMPLOYEE FILE - NAMES NOT SHOWN"
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "REMRPT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           SORT REMIT-WORK
               ON ASCENDING KEY RWK-DEPT-CODE RWK-EMP-ID
                   RWK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-THE-TERM
               OUTPUT PROCEDURE IS PRINT-THE-DEPARTMENTS

           IF WS-FIRST-RECORD = "N"
               PERFORM PRINT-DEPT-TOTAL
           END-IF
           CALL "CURREDIT" USING WS-GRAND-TOTAL WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TERM " WS-REPORT-TERM " REMISSIONS "
               WS-REMIT-COUNT "   DEPARTMENTS " WS-DEPTS-PRINTED
               "   TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           CLOSE REMIT-FILE
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== TUITION REMISSION - TERM " WS-REPORT-TERM
               " ====="
           DISPLAY "REMISSIONS     : " WS-REMIT-COUNT
           DISPLAY "DEPARTMENTS    : " WS-DEPTS-PRINTED
           DISPLAY "TOTAL REMITTED : " WS-TOTAL-EDIT
           DISPLAY "REMRPT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       RELEASE-THE-TERM.
           MOVE WS-REPORT-TERM TO RMT-TERM
           MOVE ZERO TO RMT-STUDENT-ID
           START REMIT-FILE KEY IS NOT LESS THAN RMT-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ REMIT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RMT-TERM NOT = WS-REPORT-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           MOVE RMT-DEPT-CODE    TO RWK-DEPT-CODE
                           MOVE RMT-EMP-ID       TO RWK-EMP-ID
                           MOVE RMT-STUDENT-ID   TO RWK-STUDENT-ID
                           MOVE RMT-STUDENT-NAME TO RWK-STUDENT-NAME
                           MOVE RMT-CAMPUS       TO RWK-CAMPUS
                           MOVE RMT-CATEGORY     TO RWK-CATEGORY
                           MOVE RMT-PCT          TO RWK-PCT
                           MOVE RMT-TUITION      TO RWK-TUITION
                           MOVE RMT-AMOUNT       TO RWK-AMOUNT
                           RELEASE REMIT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-THE-DEPARTMENTS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN REMIT-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Remission
               END-RETURN
           END-PERFORM.

       Print-One-Remission.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-A-DEPARTMENT
           ELSE
               IF RWK-DEPT-CODE NOT = WS-PREV-DEPT
                   PERFORM PRINT-DEPT-TOTAL
                   PERFORM START-A-DEPARTMENT
               END-IF
           END-IF

           MOVE SPACES TO WS-EMP-NAME
           IF WS-HAVE-EMPLOYEES
               MOVE RWK-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE EMP-NAME TO WS-EMP-NAME
               END-READ
           END-IF

           ADD 1 TO WS-DEPT-COUNT
           ADD 1 TO WS-REMIT-COUNT
           ADD RWK-AMOUNT TO WS-DEPT-TOTAL
           ADD RWK-AMOUNT TO WS-GRAND-TOTAL
           MOVE RWK-PCT     TO WS-PCT-EDIT
           MOVE RWK-TUITION TO WS-TUITION-EDIT
           MOVE RWK-AMOUNT  TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING RWK-EMP-ID " " WS-EMP-NAME " " RWK-CATEGORY "  "
               RWK-STUDENT-ID "  " RWK-STUDENT-NAME " " RWK-CAMPUS
               "     " WS-PCT-EDIT " " WS-TUITION-EDIT " "
               WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The department's name comes off its reference record,
       *> which EMPLOYRC keys by the department code in EMP-ID.
       START-A-DEPARTMENT.
           MOVE RWK-DEPT-CODE TO WS-PREV-DEPT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-TOTAL
           ADD 1 TO WS-DEPTS-PRINTED
           MOVE "*** NOT ON FILE ***" TO WS-DEPT-NAME
           IF WS-HAVE-EMPLOYEES
               MOVE RWK-DEPT-CODE TO EMP-ID
               READ EMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EMP-TYPE-DEPT
                           MOVE EMP-NAME TO WS-DEPT-NAME
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DEPARTMENT " RWK-DEPT-CODE " " WS-DEPT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-DEPT-TOTAL.
           CALL "CURREDIT" USING WS-DEPT-TOTAL WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    DEPARTMENT " WS-PREV-DEPT " REMISSIONS "
               WS-DEPT-COUNT "   TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

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
           STRING "STAFF TUITION REMISSION - TERM " WS-REPORT-TERM
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REMIT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMIT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REMIT-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-TERM"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-TERM =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
