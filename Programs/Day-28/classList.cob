       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSLST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The term's enrollments are walked end to end: every
           *> current "E" rides the sort as a class-list line under
           *> its section's teacher, and every add or drop dated
           *> since the last print rides it again as a change line.
           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

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

           *> The two indicator sources, both optional: a current
           *> program row with accommodations marks the accommodation
           *> column, a current medication authorization marks the
           *> health-alert column.  The detail stays on ACMROST and
           *> MEDLIST - a class list goes on a clipboard.
           SELECT PARTIC-FILE ASSIGN TO WS-PARTIC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS PARTIC-FS.

           SELECT MEDAUTH-FILE ASSIGN TO WS-MEDAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-KEY
               FILE STATUS IS MEDAUTH-FS.

           *> Relative record 1 remembers when the lists were last
           *> printed for which term, so the change section knows
           *> where to start.  Created on the first run.
           SELECT LIST-CONTROL-FILE ASSIGN TO WS-CLSCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS CLC-KEY
               FILE STATUS IS CLSCTL-FS.

           *> One page per section, each teacher's sections together
           *> in meeting-period order, so the office can hand each
           *> teacher a packet as it comes off.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT LIST-WORK ASSIGN TO "clslist.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PARTIC-FILE.
       01 PARTIC-RECORD.
           COPY "PARTRC".

       FD MEDAUTH-FILE.
       01 MEDAUTH-RECORD.
           COPY "MEDAUTRC".

       FD LIST-CONTROL-FILE.
       01 LIST-CONTROL-RECORD.
           05 CLC-LAST-TERM         PIC 9(2).
           05 CLC-LAST-PRINT-DATE   PIC 9(8).
           05 CLC-PRIOR-PRINT-DATE  PIC 9(8).
           05 CLC-LISTS-PRINTED     PIC 9(6).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> CLW-KIND "1" is a class-list line, "2" a change line, so
       *> each section's list prints ahead of its changes.
       SD LIST-WORK.
       01 LIST-WORK-RECORD.
           05 CLW-TEACHER-ID        PIC 9(3).
           05 CLW-MEETING-PERIOD    PIC 9(2).
           05 CLW-SECTION-CODE      PIC X(3).
           05 CLW-KIND              PIC X(1).
           05 CLW-STUDENT-NAME      PIC X(20).
           05 CLW-STUDENT-ID        PIC 9(6).
           05 CLW-SECTION-DESC      PIC X(20).
           05 CLW-ROOM              PIC X(5).
           05 CLW-ACCOM-FLAG        PIC X(1).
           05 CLW-HEALTH-FLAG       PIC X(1).
           05 CLW-CHANGE            PIC X(1).
           05 CLW-ACTION-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PARTIC-DSNAME          PIC X(40) VALUE "partic.idx".
       01 WS-MEDAUTH-DSNAME         PIC X(40) VALUE "medauth.idx".
       01 WS-CLSCTL-DSNAME          PIC X(40) VALUE "clsctl.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "clslist.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 ENROLL-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PARTIC-FS                PIC XX.
       01 MEDAUTH-FS               PIC XX.
       01 CLSCTL-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 CLC-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-PARTIC-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-PARTIC       VALUE "Y".
       01 WS-MEDAUTH-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-MEDAUTH      VALUE "Y".
       01 WS-CONTROL-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CONTROL      VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The term listed (REPORT-TERM) - the current term from term
       *> control when not given.
       01 WS-REPORT-TERM           PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       *> Adds and drops dated after the cutoff are changes.  The
       *> cutoff is the last print of this term's lists - or the
       *> print before it when today's run is a reprint, so a rerun
       *> shows the same changes rather than none.  Zero (the first
       *> print of a term) means every list is new and no change
       *> section prints.
       01 WS-CHANGE-CUTOFF         PIC 9(8) VALUE ZERO.

       01 WS-PREV-TEACHER          PIC 9(3) VALUE ZERO.
       01 WS-PREV-SECTION          PIC X(3) VALUE SPACES.
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-SECTION-READ          PIC X VALUE "N".
       01 WS-CHANGES-STARTED       PIC X VALUE "N".
       01 WS-CHANGE-TEXT           PIC X(8).

       *> Ten blank day boxes the teacher dates and marks by hand -
       *> two school weeks per sheet.
       01 WS-DAY-BOXES             PIC X(41) VALUE
           "|   |   |   |   |   |   |   |   |   |   |".

       01 WS-ENROLL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-LINE-TOTAL            PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-TOTAL          PIC 9(6) VALUE ZERO.
       01 WS-TEACHER-TOTAL         PIC 9(4) VALUE ZERO.
       01 WS-SECTION-TOTAL         PIC 9(5) VALUE ZERO.
       01 WS-SECTION-LINES         PIC 9(4) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.  Each
       *> page carries its teacher and section line and the column
       *> line, so a section running to a second page still reads.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-COLUMN-TEXT           PIC X(100).
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
               IF WS-TERM-STATE = "U"
                   DISPLAY "CLASSLST: NO TERM CONTROL ON FILE - "
                       "RUN TRMCLOSE FIRST"
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "CLASSLST: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CLASSLST: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CLASSLST: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           ELSE
               DISPLAY "CLASSLST: NO EMPLOYEE FILE - NAMES NOT SHOWN"
           END-IF

           OPEN INPUT PARTIC-FILE
           IF PARTIC-FS = "00"
               SET WS-HAVE-PARTIC TO TRUE
           ELSE
               DISPLAY "CLASSLST: NO PARTICIPATION FILE - "
                   "ACCOMMODATION COLUMN LEFT BLANK"
           END-IF

           OPEN INPUT MEDAUTH-FILE
           IF MEDAUTH-FS = "00"
               SET WS-HAVE-MEDAUTH TO TRUE
           ELSE
               DISPLAY "CLASSLST: NO MEDICATION FILE - "
                   "HEALTH-ALERT COLUMN LEFT BLANK"
           END-IF

           PERFORM LOAD-LIST-CONTROL

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "CLASSLST: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-COLUMN-TEXT
           STRING "  ID      STUDENT NAME          ACC HLT "
               "| 1 | 2 | 3 | 4 | 5 | 6 | 7 | 8 | 9 |10 |"
               DELIMITED BY SIZE INTO WS-COLUMN-TEXT

           SORT LIST-WORK
               ON ASCENDING KEY CLW-TEACHER-ID CLW-MEETING-PERIOD
                   CLW-SECTION-CODE CLW-KIND CLW-STUDENT-NAME
                   CLW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-THE-ENROLLMENTS
               OUTPUT PROCEDURE IS PRINT-THE-LISTS

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO CURRENT ENROLLMENTS FOR THE TERM"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM END-A-SECTION
           END-IF

           PERFORM SAVE-LIST-CONTROL

           CLOSE ENROLL-FILE
           CLOSE STUDENT-FILE
           CLOSE CATALOG-FILE
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF
           IF WS-HAVE-PARTIC
               CLOSE PARTIC-FILE
           END-IF
           IF WS-HAVE-MEDAUTH
               CLOSE MEDAUTH-FILE
           END-IF
           CLOSE LIST-CONTROL-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== TEACHER CLASS LISTS - TERM "
               WS-REPORT-TERM " ====="
           DISPLAY "ENROLLMENTS READ : " WS-ENROLL-COUNT
           DISPLAY "CLASS-LIST LINES : " WS-LINE-TOTAL
           DISPLAY "CHANGE LINES     : " WS-CHANGE-TOTAL
           DISPLAY "CHANGES SINCE    : " WS-CHANGE-CUTOFF
           DISPLAY "SECTIONS         : " WS-SECTION-TOTAL
           DISPLAY "TEACHERS         : " WS-TEACHER-TOTAL
           DISPLAY "CLASSLST: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> Work out the change cutoff from the control record left by
       *> the last print of these lists.
       LOAD-LIST-CONTROL.
           OPEN I-O LIST-CONTROL-FILE
           IF CLSCTL-FS NOT = "00"
               OPEN OUTPUT LIST-CONTROL-FILE
               CLOSE LIST-CONTROL-FILE
               OPEN I-O LIST-CONTROL-FILE
           END-IF
           MOVE 1 TO CLC-KEY
           READ LIST-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO CLC-LAST-TERM CLC-LAST-PRINT-DATE
                       CLC-PRIOR-PRINT-DATE CLC-LISTS-PRINTED
               NOT INVALID KEY
                   SET WS-HAVE-CONTROL TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN CLC-LAST-TERM NOT = WS-REPORT-TERM
                   MOVE ZERO TO WS-CHANGE-CUTOFF
               WHEN CLC-LAST-PRINT-DATE = WS-RUN-DATE
                   MOVE CLC-PRIOR-PRINT-DATE TO WS-CHANGE-CUTOFF
               WHEN OTHER
                   MOVE CLC-LAST-PRINT-DATE TO WS-CHANGE-CUTOFF
           END-EVALUATE.

       *> A new term starts the print history over; a reprint on the
       *> same business date leaves the cutoff where it was.
       SAVE-LIST-CONTROL.
           IF CLC-LAST-TERM NOT = WS-REPORT-TERM
               MOVE ZERO TO CLC-LAST-PRINT-DATE
           END-IF
           IF CLC-LAST-PRINT-DATE NOT = WS-RUN-DATE
               MOVE CLC-LAST-PRINT-DATE TO CLC-PRIOR-PRINT-DATE
               MOVE WS-RUN-DATE TO CLC-LAST-PRINT-DATE
           END-IF
           MOVE WS-REPORT-TERM TO CLC-LAST-TERM
           ADD 1 TO CLC-LISTS-PRINTED
           MOVE 1 TO CLC-KEY
           IF WS-HAVE-CONTROL
               REWRITE LIST-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CLASSLST: CONTROL REWRITE FAILED, "
                           "STATUS=" CLSCTL-FS
               END-REWRITE
           ELSE
               WRITE LIST-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CLASSLST: CONTROL WRITE FAILED, "
                           "STATUS=" CLSCTL-FS
               END-WRITE
           END-IF.

       RELEASE-THE-ENROLLMENTS.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ENR-TERM = WS-REPORT-TERM
                           PERFORM Screen-One-Enrollment
                       END-IF
               END-READ
           END-PERFORM.

       *> A current "E" is a class-list line; an add or drop dated
       *> after the cutoff is also a change line.  The student and
       *> section are only read once the enrollment is known to
       *> print.
       Screen-One-Enrollment.
           MOVE "N" TO WS-SECTION-READ
           IF ENR-ENROLLED
               ADD 1 TO WS-ENROLL-COUNT
               PERFORM READ-STUDENT-AND-SECTION
               MOVE "1" TO CLW-KIND
               MOVE SPACE TO CLW-CHANGE
               PERFORM SET-INDICATORS
               PERFORM RELEASE-ONE-LINE
           END-IF
           IF WS-CHANGE-CUTOFF NOT = ZERO
               AND ENR-ACTION-DATE > WS-CHANGE-CUTOFF
               AND ENR-ACTION-DATE NOT > WS-RUN-DATE
               IF WS-SECTION-READ = "N"
                   PERFORM READ-STUDENT-AND-SECTION
               END-IF
               MOVE "2" TO CLW-KIND
               IF ENR-ENROLLED
                   MOVE "A" TO CLW-CHANGE
               ELSE
                   MOVE "D" TO CLW-CHANGE
               END-IF
               MOVE SPACE TO CLW-ACCOM-FLAG CLW-HEALTH-FLAG
               PERFORM RELEASE-ONE-LINE
           END-IF.

       READ-STUDENT-AND-SECTION.
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
           END-READ.

       *> "A" when any program row current on the business date
       *> carries an accommodation; "M" when any active medication
       *> authorization covers the business date.
       SET-INDICATORS.
           MOVE SPACE TO CLW-ACCOM-FLAG CLW-HEALTH-FLAG
           IF WS-HAVE-PARTIC
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
                                   AND PRT-ACCOMMODATION (1)
                                       NOT = SPACES
                                   MOVE "A" TO CLW-ACCOM-FLAG
                                   MOVE "Y" TO WS-SCAN-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           IF WS-HAVE-MEDAUTH
               MOVE ENR-STUDENT-ID TO MDA-STUDENT-ID
               MOVE ZERO TO MDA-MED-SEQ
               MOVE "N" TO WS-SCAN-EOF
               START MEDAUTH-FILE KEY IS NOT LESS THAN MDA-KEY
                   INVALID KEY MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ MEDAUTH-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF MDA-STUDENT-ID NOT = ENR-STUDENT-ID
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               IF MDA-ACTIVE
                                   AND MDA-START-DATE <= WS-RUN-DATE
                                   AND MDA-EXPIRY-DATE >= WS-RUN-DATE
                                   MOVE "M" TO CLW-HEALTH-FLAG
                                   MOVE "Y" TO WS-SCAN-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       RELEASE-ONE-LINE.
           MOVE CRS-TEACHER-ID     TO CLW-TEACHER-ID
           MOVE CRS-MEETING-PERIOD TO CLW-MEETING-PERIOD
           MOVE ENR-COURSE-CODE    TO CLW-SECTION-CODE
           MOVE STUDENT-NAME       TO CLW-STUDENT-NAME
           MOVE ENR-STUDENT-ID     TO CLW-STUDENT-ID
           MOVE CRS-DESCRIPTION    TO CLW-SECTION-DESC
           MOVE CRS-ROOM           TO CLW-ROOM
           MOVE ENR-ACTION-DATE    TO CLW-ACTION-DATE
           RELEASE LIST-WORK-RECORD.

       PRINT-THE-LISTS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN LIST-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Line
               END-RETURN
           END-PERFORM.

       Print-One-Line.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-A-TEACHER
               PERFORM START-A-SECTION
           ELSE
               IF CLW-TEACHER-ID NOT = WS-PREV-TEACHER
                   PERFORM END-A-SECTION
                   PERFORM START-A-TEACHER
                   PERFORM START-A-SECTION
               ELSE
                   IF CLW-SECTION-CODE NOT = WS-PREV-SECTION
                       PERFORM END-A-SECTION
                       PERFORM START-A-SECTION
                   END-IF
               END-IF
           END-IF

           IF CLW-KIND = "1"
               PERFORM PRINT-STUDENT-LINE
           ELSE
               PERFORM PRINT-CHANGE-LINE
           END-IF.

       *> Double-spaced, so there is room to write in the boxes.
       PRINT-STUDENT-LINE.
           ADD 1 TO WS-SECTION-LINES
           ADD 1 TO WS-LINE-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " CLW-STUDENT-ID "  " CLW-STUDENT-NAME "   "
               CLW-ACCOM-FLAG "   " CLW-HEALTH-FLAG "  "
               WS-DAY-BOXES
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-CHANGE-LINE.
           IF WS-CHANGES-STARTED = "N"
               MOVE "Y" TO WS-CHANGES-STARTED
               PERFORM PRINT-CHANGE-HEADING
           END-IF
           IF CLW-CHANGE = "A"
               MOVE "ADDED" TO WS-CHANGE-TEXT
           ELSE
               MOVE "DROPPED" TO WS-CHANGE-TEXT
           END-IF
           ADD 1 TO WS-CHANGE-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " WS-CHANGE-TEXT " " CLW-STUDENT-ID "  "
               CLW-STUDENT-NAME "  ON " CLW-ACTION-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-CHANGE-HEADING.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CHANGES SINCE THE LIST PRINTED "
               WS-CHANGE-CUTOFF
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Close off a section: its count, and - when there were no
       *> adds or drops to show - a line saying so, so the teacher
       *> knows the list in hand is still good.
       END-A-SECTION.
           IF WS-CHANGES-STARTED = "N"
               IF WS-CHANGE-CUTOFF = ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
                   MOVE "  FIRST PRINT OF THIS TERM'S LIST"
                       TO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               ELSE
                   PERFORM PRINT-CHANGE-HEADING
                   MOVE "    NO ADDS OR DROPS" TO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  SECTION " WS-PREV-SECTION " ENROLLED "
               WS-SECTION-LINES
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       START-A-TEACHER.
           MOVE CLW-TEACHER-ID TO WS-PREV-TEACHER
           ADD 1 TO WS-TEACHER-TOTAL
           EVALUATE TRUE
               WHEN CLW-TEACHER-ID = ZERO
                   MOVE "*NO TEACHER ASSIGNED*" TO WS-TEACHER-NAME
               WHEN WS-HAVE-EMPLOYEES
                   MOVE "*NOT ON EMPLOYEE FILE*" TO WS-TEACHER-NAME
                   MOVE CLW-TEACHER-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-TEACHER-NAME
                   END-READ
               WHEN OTHER
                   MOVE SPACES TO WS-TEACHER-NAME
           END-EVALUATE.

       *> Each section starts a new page: forcing the line count
       *> past the depth makes the next line throw the heading,
       *> which names the teacher and the section.
       START-A-SECTION.
           MOVE CLW-SECTION-CODE TO WS-PREV-SECTION
           MOVE ZERO TO WS-SECTION-LINES
           MOVE "N" TO WS-CHANGES-STARTED
           ADD 1 TO WS-SECTION-TOTAL
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "TEACHER " CLW-TEACHER-ID " " WS-TEACHER-NAME
               "  SECTION " CLW-SECTION-CODE " " CLW-SECTION-DESC
               "  ROOM " CLW-ROOM "  PERIOD " CLW-MEETING-PERIOD
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT.

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
           STRING "CLASS LIST AND ATTENDANCE SHEET - TERM "
               WS-REPORT-TERM
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-COLUMN-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 4 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTIC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTIC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CLSCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CLSCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CLSLIST-RPT"
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
