       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The section catalog is walked end to end; each assigned
           *> section rides the sort under its teacher's campus and
           *> department.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           *> The principals' rebalancing sheet: one line per teacher
           *> grouped by campus and department, flags in the margin.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT LOAD-WORK ASSIGN TO "tchload.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> One "S" row per assigned section and one "E" row per
       *> active employee, so a teacher carrying nothing still
       *> reaches the output procedure and gets flagged.  "E" sorts
       *> ahead of "S" within a teacher, which puts the name on the
       *> control break before any section is counted.
       SD LOAD-WORK.
       01 LOAD-WORK-RECORD.
           05 LDW-CAMPUS            PIC X(2).
           05 LDW-DEPT-CODE         PIC 9(3).
           05 LDW-TEACHER-ID        PIC 9(3).
           05 LDW-ROW-TYPE          PIC X(1).
               88 LDW-EMPLOYEE-ROW  VALUE "E".
               88 LDW-SECTION-ROW   VALUE "S".
           05 LDW-TEACHER-NAME      PIC X(20).
           05 LDW-SECTION-CODE      PIC X(3).
           05 LDW-ACTIVE-COUNT      PIC 9(3).
           05 LDW-CAPACITY          PIC 9(3).
           05 LDW-MEETING-PERIOD    PIC 9(2).
           05 LDW-CREDIT-HOURS      PIC 9(2)V9.

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "tchload.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The target class size the principals staff to, and the
       *> band (percent either side) inside which a teacher's load
       *> is left alone - both overridable per run so a campus can
       *> try a different staffing rule without a recompile.
       01 WS-TARGET-RATIO          PIC 9(3)V9 VALUE 25.0.
       01 WS-BAND-PCT              PIC 9(3) VALUE 20.
       01 WS-BAND-LOW              PIC 9(3)V9 VALUE ZERO.
       01 WS-BAND-HIGH             PIC 9(3)V9 VALUE ZERO.

       *> Campus-scoped run, the same CAMPUS-FILTER the other
       *> campus-aware reports honor - spaces prints every campus.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> Control-break keys and per-teacher accumulators.
       01 WS-CURRENT-CAMPUS        PIC X(2) VALUE SPACES.
       01 WS-CURRENT-DEPT          PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-TEACHER       PIC 9(3) VALUE ZERO.
       01 WS-FIRST-ROW             PIC X VALUE "Y".
       01 WS-TCH-NAME              PIC X(20).
       01 WS-TCH-SECTIONS          PIC 9(3) COMP VALUE ZERO.
       01 WS-TCH-STUDENTS          PIC 9(5) COMP VALUE ZERO.
       01 WS-TCH-SEATS             PIC 9(5) COMP VALUE ZERO.
       01 WS-TCH-PERIODS           PIC 9(3) COMP VALUE ZERO.
       01 WS-TCH-CREDITS           PIC 9(4)V9 VALUE ZERO.
       01 WS-TCH-RATIO             PIC 9(3)V9 VALUE ZERO.
       01 WS-TCH-FLAG              PIC X(12).

       *> Department and campus subtotals - the ratio at each level
       *> is students over contact periods, the same definition the
       *> teacher line uses, so the three levels compare directly.
       01 WS-DEPT-TEACHERS         PIC 9(4) COMP VALUE ZERO.
       01 WS-DEPT-SECTIONS         PIC 9(5) COMP VALUE ZERO.
       01 WS-DEPT-STUDENTS         PIC 9(6) COMP VALUE ZERO.
       01 WS-DEPT-PERIODS          PIC 9(5) COMP VALUE ZERO.
       01 WS-CAMP-TEACHERS         PIC 9(4) COMP VALUE ZERO.
       01 WS-CAMP-SECTIONS         PIC 9(5) COMP VALUE ZERO.
       01 WS-CAMP-STUDENTS         PIC 9(6) COMP VALUE ZERO.
       01 WS-CAMP-PERIODS          PIC 9(5) COMP VALUE ZERO.
       01 WS-LEVEL-RATIO           PIC 9(3)V9 VALUE ZERO.

       *> Run control totals.
       01 WS-SECTIONS-READ         PIC 9(6) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-NO-TEACHER-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-TEACHER-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-UNDER-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-IDLE-COUNT            PIC 9(6) VALUE ZERO.

       *> Edited fields for the print lines.
       01 WS-SECT-EDIT             PIC ZZ9.
       01 WS-STUD-EDIT             PIC ZZZZ9.
       01 WS-SEAT-EDIT             PIC ZZZZ9.
       01 WS-PER-EDIT              PIC ZZ9.
       01 WS-CRED-EDIT             PIC ZZZ9.9.
       01 WS-RATIO-EDIT            PIC ZZ9.9.
       01 WS-TARGET-EDIT           PIC ZZ9.9.
       01 WS-BAND-EDIT             PIC ZZ9.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.

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

           COMPUTE WS-BAND-LOW ROUNDED =
               WS-TARGET-RATIO * (100 - WS-BAND-PCT) / 100
           COMPUTE WS-BAND-HIGH ROUNDED =
               WS-TARGET-RATIO * (100 + WS-BAND-PCT) / 100

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "TCHLOAD: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "TCHLOAD: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE

           SORT LOAD-WORK
               ON ASCENDING KEY LDW-CAMPUS
               ON ASCENDING KEY LDW-DEPT-CODE
               ON ASCENDING KEY LDW-TEACHER-ID
               ON ASCENDING KEY LDW-ROW-TYPE
               ON ASCENDING KEY LDW-SECTION-CODE
               INPUT PROCEDURE IS GATHER-LOADS
               OUTPUT PROCEDURE IS PRINT-LOADS

           CLOSE CATALOG-FILE
           CLOSE EMP-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== TEACHER WORKLOAD REPORT ====="
           DISPLAY "SECTIONS READ        : " WS-SECTIONS-READ
           DISPLAY "SECTIONS UNASSIGNED  : " WS-UNASSIGNED-COUNT
           DISPLAY "TEACHER NOT ON FILE  : " WS-NO-TEACHER-COUNT
           DISPLAY "TEACHERS REPORTED    : " WS-TEACHER-COUNT
           DISPLAY "ABOVE TARGET BAND    : " WS-OVER-COUNT
           DISPLAY "BELOW TARGET BAND    : " WS-UNDER-COUNT
           DISPLAY "ACTIVE, NO SECTIONS  : " WS-IDLE-COUNT
           DISPLAY "TCHLOAD: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       GATHER-LOADS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SECTIONS-READ
                       IF CRS-TEACHER-ID = ZERO
                           ADD 1 TO WS-UNASSIGNED-COUNT
                       ELSE
                           PERFORM RELEASE-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM

           *> Second pass: every active employee gets a row of their
           *> own so one with no sections still prints.
           MOVE LOW-VALUES TO EMP-ID
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF
               NOT INVALID KEY MOVE "N" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                           PERFORM RELEASE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       *> A section whose teacher is missing, terminated, or points
       *> at a department record still rides the sort - under campus
       *> "**" - so the bad assignment shows on the report instead
       *> of silently dropping its students.
       RELEASE-ONE-SECTION.
           MOVE CRS-TEACHER-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "**"     TO LDW-CAMPUS
                   MOVE ZERO     TO LDW-DEPT-CODE
                   MOVE "*NOT ON EMPLOYEE FILE*" TO LDW-TEACHER-NAME
                   ADD 1 TO WS-NO-TEACHER-COUNT
               NOT INVALID KEY
                   IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                       MOVE EMP-CAMPUS    TO LDW-CAMPUS
                       MOVE EMP-DEPT-CODE TO LDW-DEPT-CODE
                       MOVE EMP-NAME      TO LDW-TEACHER-NAME
                   ELSE
                       MOVE "**"     TO LDW-CAMPUS
                       MOVE ZERO     TO LDW-DEPT-CODE
                       MOVE "*NOT AN ACTIVE TEACHER*"
                           TO LDW-TEACHER-NAME
                       ADD 1 TO WS-NO-TEACHER-COUNT
                   END-IF
           END-READ
           IF WS-CAMPUS-FILTER = SPACES
               OR WS-CAMPUS-FILTER = LDW-CAMPUS
               OR LDW-CAMPUS = "**"
               MOVE CRS-TEACHER-ID      TO LDW-TEACHER-ID
               MOVE "S"                 TO LDW-ROW-TYPE
               MOVE CRS-SECTION-CODE    TO LDW-SECTION-CODE
               MOVE CRS-ACTIVE-COUNT    TO LDW-ACTIVE-COUNT
               MOVE CRS-CAPACITY        TO LDW-CAPACITY
               MOVE CRS-MEETING-PERIOD  TO LDW-MEETING-PERIOD
               MOVE CRS-CREDIT-HOURS    TO LDW-CREDIT-HOURS
               RELEASE LOAD-WORK-RECORD
           END-IF.

       RELEASE-ONE-EMPLOYEE.
           IF WS-CAMPUS-FILTER = SPACES
               OR WS-CAMPUS-FILTER = EMP-CAMPUS
               MOVE EMP-CAMPUS    TO LDW-CAMPUS
               MOVE EMP-DEPT-CODE TO LDW-DEPT-CODE
               MOVE EMP-ID        TO LDW-TEACHER-ID
               MOVE "E"           TO LDW-ROW-TYPE
               MOVE EMP-NAME      TO LDW-TEACHER-NAME
               MOVE SPACES        TO LDW-SECTION-CODE
               MOVE ZERO          TO LDW-ACTIVE-COUNT
               MOVE ZERO          TO LDW-CAPACITY
               MOVE ZERO          TO LDW-MEETING-PERIOD
               MOVE ZERO          TO LDW-CREDIT-HOURS
               RELEASE LOAD-WORK-RECORD
           END-IF.

       PRINT-LOADS.
           PERFORM PRINT-PAGE-HEADING
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN LOAD-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-LOAD-ROW
               END-RETURN
           END-PERFORM
           IF WS-FIRST-ROW = "N"
               PERFORM FINISH-TEACHER
               PERFORM FINISH-DEPARTMENT
               PERFORM FINISH-CAMPUS
           ELSE
               MOVE "NO SECTIONS OR ACTIVE EMPLOYEES ON FILE"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       TAKE-ONE-LOAD-ROW.
           IF WS-FIRST-ROW = "Y"
               MOVE "N" TO WS-FIRST-ROW
               PERFORM START-CAMPUS
               PERFORM START-DEPARTMENT
               PERFORM START-TEACHER
           ELSE
               IF LDW-CAMPUS NOT = WS-CURRENT-CAMPUS
                   PERFORM FINISH-TEACHER
                   PERFORM FINISH-DEPARTMENT
                   PERFORM FINISH-CAMPUS
                   PERFORM START-CAMPUS
                   PERFORM START-DEPARTMENT
                   PERFORM START-TEACHER
               ELSE
                   IF LDW-DEPT-CODE NOT = WS-CURRENT-DEPT
                       PERFORM FINISH-TEACHER
                       PERFORM FINISH-DEPARTMENT
                       PERFORM START-DEPARTMENT
                       PERFORM START-TEACHER
                   ELSE
                       IF LDW-TEACHER-ID NOT = WS-CURRENT-TEACHER
                           PERFORM FINISH-TEACHER
                           PERFORM START-TEACHER
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF LDW-SECTION-ROW
               ADD 1                  TO WS-TCH-SECTIONS
               ADD LDW-ACTIVE-COUNT   TO WS-TCH-STUDENTS
               ADD LDW-CAPACITY       TO WS-TCH-SEATS
               ADD LDW-CREDIT-HOURS   TO WS-TCH-CREDITS
               *> An unscheduled section (period zero) carries no
               *> contact time yet - it counts as a section but not
               *> as a period in front of students.
               IF LDW-MEETING-PERIOD NOT = ZERO
                   ADD 1 TO WS-TCH-PERIODS
               END-IF
           END-IF.

       START-CAMPUS.
           MOVE LDW-CAMPUS TO WS-CURRENT-CAMPUS
           MOVE ZERO TO WS-CAMP-TEACHERS WS-CAMP-SECTIONS
               WS-CAMP-STUDENTS WS-CAMP-PERIODS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CURRENT-CAMPUS = "**"
               MOVE "SECTIONS WITH NO VALID TEACHER" TO WS-PRINT-LINE
           ELSE
               STRING "CAMPUS " WS-CURRENT-CAMPUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       START-DEPARTMENT.
           MOVE LDW-DEPT-CODE TO WS-CURRENT-DEPT
           MOVE ZERO TO WS-DEPT-TEACHERS WS-DEPT-SECTIONS
               WS-DEPT-STUDENTS WS-DEPT-PERIODS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPARTMENT " WS-CURRENT-DEPT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  EMP  NAME                 SECT STUDENTS  SEATS "
               "PERIODS CREDITS RATIO FLAG"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       START-TEACHER.
           MOVE LDW-TEACHER-ID   TO WS-CURRENT-TEACHER
           MOVE LDW-TEACHER-NAME TO WS-TCH-NAME
           MOVE ZERO TO WS-TCH-SECTIONS WS-TCH-STUDENTS WS-TCH-SEATS
               WS-TCH-PERIODS WS-TCH-CREDITS WS-TCH-RATIO.

       *> The ratio is students per contact period - a teacher with
       *> two sections of 30 and one of 15 averages 25.  A teacher
       *> with sections but none scheduled yet falls back to the
       *> section count so the line still means something.
       FINISH-TEACHER.
           ADD 1 TO WS-TEACHER-COUNT
           MOVE SPACES TO WS-TCH-FLAG
           MOVE ZERO TO WS-TCH-RATIO
           EVALUATE TRUE
               WHEN WS-TCH-SECTIONS = ZERO
                   MOVE "NO SECTIONS" TO WS-TCH-FLAG
                   ADD 1 TO WS-IDLE-COUNT
               WHEN WS-TCH-PERIODS > ZERO
                   COMPUTE WS-TCH-RATIO ROUNDED =
                       WS-TCH-STUDENTS / WS-TCH-PERIODS
               WHEN OTHER
                   COMPUTE WS-TCH-RATIO ROUNDED =
                       WS-TCH-STUDENTS / WS-TCH-SECTIONS
           END-EVALUATE
           IF WS-TCH-SECTIONS > ZERO
               EVALUATE TRUE
                   WHEN WS-TCH-RATIO > WS-BAND-HIGH
                       MOVE "ABOVE TARGET" TO WS-TCH-FLAG
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-TCH-RATIO < WS-BAND-LOW
                       MOVE "BELOW TARGET" TO WS-TCH-FLAG
                       ADD 1 TO WS-UNDER-COUNT
               END-EVALUATE
           END-IF

           MOVE WS-TCH-SECTIONS TO WS-SECT-EDIT
           MOVE WS-TCH-STUDENTS TO WS-STUD-EDIT
           MOVE WS-TCH-SEATS    TO WS-SEAT-EDIT
           MOVE WS-TCH-PERIODS  TO WS-PER-EDIT
           MOVE WS-TCH-CREDITS  TO WS-CRED-EDIT
           MOVE WS-TCH-RATIO    TO WS-RATIO-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-CURRENT-TEACHER "  " WS-TCH-NAME " "
               WS-SECT-EDIT "    " WS-STUD-EDIT "  " WS-SEAT-EDIT
               "     " WS-PER-EDIT "  " WS-CRED-EDIT " "
               WS-RATIO-EDIT " " WS-TCH-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           IF WS-TCH-SECTIONS > ZERO
               ADD 1 TO WS-DEPT-TEACHERS
           END-IF
           ADD WS-TCH-SECTIONS TO WS-DEPT-SECTIONS
           ADD WS-TCH-STUDENTS TO WS-DEPT-STUDENTS
           ADD WS-TCH-PERIODS  TO WS-DEPT-PERIODS.

       FINISH-DEPARTMENT.
           MOVE ZERO TO WS-LEVEL-RATIO
           IF WS-DEPT-PERIODS > ZERO
               COMPUTE WS-LEVEL-RATIO ROUNDED =
                   WS-DEPT-STUDENTS / WS-DEPT-PERIODS
           END-IF
           MOVE WS-DEPT-SECTIONS TO WS-SECT-EDIT
           MOVE WS-DEPT-STUDENTS TO WS-STUD-EDIT
           MOVE WS-DEPT-PERIODS  TO WS-PER-EDIT
           MOVE WS-LEVEL-RATIO   TO WS-RATIO-EDIT
           MOVE WS-DEPT-TEACHERS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DEPT " WS-CURRENT-DEPT " TOTAL  TEACHERS "
               WS-COUNT-EDIT "  SECTIONS " WS-SECT-EDIT
               "  STUDENTS " WS-STUD-EDIT "  PERIODS " WS-PER-EDIT
               "  RATIO " WS-RATIO-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           ADD WS-DEPT-TEACHERS TO WS-CAMP-TEACHERS
           ADD WS-DEPT-SECTIONS TO WS-CAMP-SECTIONS
           ADD WS-DEPT-STUDENTS TO WS-CAMP-STUDENTS
           ADD WS-DEPT-PERIODS  TO WS-CAMP-PERIODS.

       FINISH-CAMPUS.
           MOVE ZERO TO WS-LEVEL-RATIO
           IF WS-CAMP-PERIODS > ZERO
               COMPUTE WS-LEVEL-RATIO ROUNDED =
                   WS-CAMP-STUDENTS / WS-CAMP-PERIODS
           END-IF
           MOVE WS-CAMP-SECTIONS TO WS-SECT-EDIT
           MOVE WS-CAMP-STUDENTS TO WS-STUD-EDIT
           MOVE WS-CAMP-PERIODS  TO WS-PER-EDIT
           MOVE WS-LEVEL-RATIO   TO WS-RATIO-EDIT
           MOVE WS-CAMP-TEACHERS TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " WS-CURRENT-CAMPUS " TOTAL  TEACHERS "
               WS-COUNT-EDIT "  SECTIONS " WS-SECT-EDIT
               "  STUDENTS " WS-STUD-EDIT "  PERIODS " WS-PER-EDIT
               "  RATIO " WS-RATIO-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
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
           MOVE WS-TARGET-RATIO TO WS-TARGET-EDIT
           MOVE WS-BAND-PCT TO WS-BAND-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "TEACHER WORKLOAD AND CLASS SIZE"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "TARGET RATIO " WS-TARGET-EDIT
               " STUDENTS PER PERIOD, BAND +/-" WS-BAND-EDIT " PCT"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TCHLOAD-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TCHLOAD-TARGET"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TARGET-RATIO =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TCHLOAD-BAND"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-BAND-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
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
