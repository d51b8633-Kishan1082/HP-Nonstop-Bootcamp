       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACMROST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The term's enrollments are walked end to end; a student
           *> with a current program row carrying accommodations rides
           *> the sort once per section under that section's teacher.
           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT PARTIC-FILE ASSIGN TO WS-PARTIC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS PARTIC-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           *> One packet per teacher, each starting on a fresh page so
           *> the office can hand the pages out as they come off.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT ACCOM-WORK ASSIGN TO "acmrost.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD PARTIC-FILE.
       01 PARTIC-RECORD.
           COPY "PARTRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD ACCOM-WORK.
       01 ACCOM-WORK-RECORD.
           05 AWK-TEACHER-ID        PIC 9(3).
           05 AWK-SECTION-CODE      PIC X(3).
           05 AWK-STUDENT-NAME      PIC X(20).
           05 AWK-STUDENT-ID        PIC 9(6).
           05 AWK-PROGRAM-CODE      PIC X(3).
           05 AWK-SECTION-DESC      PIC X(20).
           05 AWK-ROOM              PIC X(5).
           05 AWK-MEETING-PERIOD    PIC 9(2).
           05 AWK-ACCOMMODATION-LIST.
               10 AWK-ACCOMMODATION PIC X(3) OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-PARTIC-DSNAME          PIC X(40) VALUE "partic.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "acmrost.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 ENROLL-FS                PIC XX.
       01 PARTIC-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-SECTION-READ          PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The term rostered (REPORT-TERM) - the current term from
       *> term control when not given.
       01 WS-REPORT-TERM           PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       01 WS-PREV-TEACHER          PIC 9(3) VALUE ZERO.
       01 WS-PREV-SECTION          PIC X(3) VALUE SPACES.
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-ACCOM-PRINT           PIC X(32).
       01 WS-ACCOM-PTR             PIC 9(3) COMP.
       01 WS-SLOT                  PIC 9(2) COMP.

       01 WS-ENROLL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-LINE-TOTAL            PIC 9(6) VALUE ZERO.
       01 WS-TEACHER-TOTAL         PIC 9(4) VALUE ZERO.
       01 WS-SECTION-TOTAL         PIC 9(5) VALUE ZERO.
       01 WS-SECTION-LINES         PIC 9(4) VALUE ZERO.

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

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "ACMROST: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               STOP RUN
           END-IF

           OPEN INPUT PARTIC-FILE
           IF PARTIC-FS NOT = "00"
               DISPLAY "ACMROST: NO PARTICIPATION FILE ON SYSTEM - "
                   "RUN PARTMNT FIRST, STATUS=" PARTIC-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ACMROST: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "ACMROST: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           ELSE
               DISPLAY "ACMROST: NO EMPLOYEE FILE - NAMES NOT SHOWN"
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "ACMROST: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           SORT ACCOM-WORK
               ON ASCENDING KEY AWK-TEACHER-ID AWK-SECTION-CODE
                   AWK-STUDENT-NAME AWK-STUDENT-ID AWK-PROGRAM-CODE
               INPUT PROCEDURE IS RELEASE-THE-ENROLLMENTS
               OUTPUT PROCEDURE IS PRINT-THE-ROSTERS

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO STUDENTS WITH ACTIVE ACCOMMODATIONS ENROLLED"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM PRINT-SECTION-TOTAL
           END-IF

           CLOSE ENROLL-FILE
           CLOSE PARTIC-FILE
           CLOSE STUDENT-FILE
           CLOSE CATALOG-FILE
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== ACCOMMODATION ROSTERS - TERM "
               WS-REPORT-TERM " ====="
           DISPLAY "ENROLLMENTS READ : " WS-ENROLL-COUNT
           DISPLAY "ROSTER LINES     : " WS-LINE-TOTAL
           DISPLAY "SECTIONS         : " WS-SECTION-TOTAL
           DISPLAY "TEACHERS         : " WS-TEACHER-TOTAL
           DISPLAY "ACMROST: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       RELEASE-THE-ENROLLMENTS.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ENR-TERM = WS-REPORT-TERM AND ENR-ENROLLED
                           ADD 1 TO WS-ENROLL-COUNT
                           PERFORM RELEASE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

       *> Every program row of the student is looked at; one current
       *> on the business date with at least one accommodation goes
       *> on the roster.  The section is only read once it is known
       *> the student has something to print.
       RELEASE-ONE-ENROLLMENT.
           MOVE "N" TO WS-SECTION-READ
           MOVE ENR-STUDENT-ID TO PRT-STUDENT-ID
           MOVE LOW-VALUES TO PRT-PROGRAM-CODE
           MOVE "N" TO WS-SCAN-EOF
           START PARTIC-FILE KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PARTIC-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PRT-STUDENT-ID NOT = ENR-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF PRT-ENTRY-DATE <= WS-RUN-DATE
                               AND (PRT-EXIT-DATE = ZERO
                                 OR PRT-EXIT-DATE > WS-RUN-DATE)
                               AND PRT-ACCOMMODATION (1) NOT = SPACES
                               PERFORM RELEASE-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-ROW.
           IF WS-SECTION-READ = "N"
               MOVE "Y" TO WS-SECTION-READ
               MOVE ENR-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "*NOT ON STUDENT FILE*" TO STUDENT-NAME
               END-READ
               MOVE ENR-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE ZERO TO CRS-TEACHER-ID
                       MOVE "*NOT IN CATALOG*" TO CRS-DESCRIPTION
                       MOVE SPACES TO CRS-ROOM
                       MOVE ZERO TO CRS-MEETING-PERIOD
               END-READ
           END-IF
           MOVE CRS-TEACHER-ID         TO AWK-TEACHER-ID
           MOVE ENR-COURSE-CODE        TO AWK-SECTION-CODE
           MOVE STUDENT-NAME           TO AWK-STUDENT-NAME
           MOVE ENR-STUDENT-ID         TO AWK-STUDENT-ID
           MOVE PRT-PROGRAM-CODE       TO AWK-PROGRAM-CODE
           MOVE CRS-DESCRIPTION        TO AWK-SECTION-DESC
           MOVE CRS-ROOM               TO AWK-ROOM
           MOVE CRS-MEETING-PERIOD     TO AWK-MEETING-PERIOD
           MOVE PRT-ACCOMMODATION-LIST TO AWK-ACCOMMODATION-LIST
           RELEASE ACCOM-WORK-RECORD.

       PRINT-THE-ROSTERS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ACCOM-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Student
               END-RETURN
           END-PERFORM.

       Print-One-Student.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-A-TEACHER
               PERFORM START-A-SECTION
           ELSE
               IF AWK-TEACHER-ID NOT = WS-PREV-TEACHER
                   PERFORM PRINT-SECTION-TOTAL
                   PERFORM START-A-TEACHER
                   PERFORM START-A-SECTION
               ELSE
                   IF AWK-SECTION-CODE NOT = WS-PREV-SECTION
                       PERFORM PRINT-SECTION-TOTAL
                       PERFORM START-A-SECTION
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WS-ACCOM-PRINT
           MOVE 1 TO WS-ACCOM-PTR
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 8
               IF AWK-ACCOMMODATION (WS-SLOT) NOT = SPACES
                   STRING AWK-ACCOMMODATION (WS-SLOT) " "
                       DELIMITED BY SIZE INTO WS-ACCOM-PRINT
                       WITH POINTER WS-ACCOM-PTR
               END-IF
           END-PERFORM

           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-LINE-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " AWK-STUDENT-ID "  " AWK-STUDENT-NAME "  "
               AWK-PROGRAM-CODE "  " WS-ACCOM-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Each teacher starts a new page: forcing the line count
       *> past the depth makes the next line throw the heading.
       START-A-TEACHER.
           MOVE AWK-TEACHER-ID TO WS-PREV-TEACHER
           ADD 1 TO WS-TEACHER-TOTAL
           EVALUATE TRUE
               WHEN AWK-TEACHER-ID = ZERO
                   MOVE "*NO TEACHER ASSIGNED*" TO WS-TEACHER-NAME
               WHEN WS-HAVE-EMPLOYEES
                   MOVE "*NOT ON EMPLOYEE FILE*" TO WS-TEACHER-NAME
                   MOVE AWK-TEACHER-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-TEACHER-NAME
                   END-READ
               WHEN OTHER
                   MOVE SPACES TO WS-TEACHER-NAME
           END-EVALUATE
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TEACHER " AWK-TEACHER-ID " " WS-TEACHER-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       START-A-SECTION.
           MOVE AWK-SECTION-CODE TO WS-PREV-SECTION
           MOVE ZERO TO WS-SECTION-LINES
           ADD 1 TO WS-SECTION-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SECTION " AWK-SECTION-CODE " " AWK-SECTION-DESC
               "  ROOM " AWK-ROOM "  PERIOD " AWK-MEETING-PERIOD
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-SECTION-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    SECTION " WS-PREV-SECTION " LINES "
               WS-SECTION-LINES
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
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "    ID      STUDENT NAME          PGM  "
               "ACCOMMODATIONS   -   CONFIDENTIAL"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE SPACES TO PRINT-RECORD
           STRING "CLASSROOM ACCOMMODATIONS - TERM " WS-REPORT-TERM
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTIC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTIC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACMROST-RPT"
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
