       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFNOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The gradebook as captured so far this term.  Any D or F
           *> on a course the student is still enrolled in draws a
           *> mid-term deficiency notice home, one sheet per student
           *> listing every such course.
           SELECT COURSE-GRADE-FILE ASSIGN TO WS-CRSGRADE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

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

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CRSGRADE-DSNAME        PIC X(40) VALUE "crsgrade.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "defnote.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CRSGRADE-FS              PIC XX.
       01 STUDENT-FS               PIC XX.
       01 ENROLL-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REPORT-TERM           PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).
       01 WS-GRADES-READ           PIC 9(6) VALUE ZERO.
       01 WS-DEFICIENT-GRADES      PIC 9(6) VALUE ZERO.
       01 WS-NOT-ENROLLED          PIC 9(6) VALUE ZERO.
       01 WS-NOTICE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-MAILABLE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT      PIC 9(6) VALUE ZERO.

       *> The deficient courses gathered for the student in hand.
       01 WS-CURRENT-STUDENT       PIC 9(6) VALUE ZERO.
       01 WS-STUDENT-OPEN          PIC X VALUE "N".
       01 WS-DEF-TABLE.
           05 WS-DEF-ENTRY OCCURS 12 TIMES.
               10 WS-DEF-COURSE     PIC X(3).
               10 WS-DEF-GRADE      PIC X(1).
               10 WS-DEF-TEACHER    PIC 9(3).
       01 WS-DEF-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-DEF-SUB               PIC 9(2) COMP.
       01 WS-COURSE-NAME           PIC X(20).
       01 WS-TEACHER-NAME          PIC X(20).

       *> Notices issued per teacher, subscripted straight by the
       *> teacher's EMP-ID - the principal's count.  Teacher zero
       *> (no teacher on the mark or the section) tallies apart.
       01 WS-TEACHER-TALLY.
           05 WS-TCH-ENTRY OCCURS 999 TIMES.
               10 WS-TCH-D-COUNT    PIC 9(5).
               10 WS-TCH-F-COUNT    PIC 9(5).
       01 WS-TCH-SUB               PIC 9(3) COMP.
       01 WS-UNASSIGNED-D          PIC 9(5) VALUE ZERO.
       01 WS-UNASSIGNED-F          PIC 9(5) VALUE ZERO.
       01 WS-TCH-TOTAL             PIC 9(6).
       01 WS-ALL-D                 PIC 9(6) VALUE ZERO.
       01 WS-ALL-F                 PIC 9(6) VALUE ZERO.
       01 WS-COUNT-EDIT-1          PIC ZZ,ZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZ,ZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZ,ZZ9.

       *> CNTFIND call arguments - the restriction-aware contact
       *> lookup supplies the priority-1 guardian, falling through
       *> to the next priority past any restriction.
       01 WS-CF-ID                 PIC 9(6).
       01 WS-CF-PURPOSE            PIC X(1) VALUE "M".
       01 WS-CF-FOUND              PIC X(1).
       01 WS-CF-DEAD               PIC X(1).
       01 WS-CF-NAME               PIC X(20).
       01 WS-CF-PHONE              PIC X(12).
       01 WS-CF-ADDR1              PIC X(25).
       01 WS-CF-ADDR2              PIC X(25).

       *> MAILPC call arguments - each mailable notice queues a
       *> piece on the common outbound spool, where the mail run
       *> applies the directory opt-out the same way it does for
       *> report cards; a dead address queues blank for the
       *> exception list.
       01 WS-MAIL-TYPE             PIC X(4) VALUE "DEFN".
       01 WS-MAIL-PIECE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-MAIL-STUDENT-ID       PIC 9(6).
       01 WS-MAIL-ADDRESSEE        PIC X(20).
       01 WS-MAIL-ADDR1            PIC X(25).
       01 WS-MAIL-ADDR2            PIC X(25).

       *> Print-file plumbing: business-dated page headings.  Every
       *> notice starts its own page - one sheet per envelope.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-REPORT-TITLE          PIC X(30)
               VALUE "MID-TERM DEFICIENCY NOTICES".
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

           *> The current term from term control, unless REPORT-TERM
           *> names another.
           IF WS-REPORT-TERM = ZERO
               CALL "TERMGET" USING WS-REPORT-TERM WS-TERM-STATE
               IF WS-TERM-STATE = "U"
                   DISPLAY "DEFNOTE: NO TERM CONTROL ON FILE AND NO "
                       "REPORT-TERM GIVEN - NOT RUNNING"
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT COURSE-GRADE-FILE
           IF CRSGRADE-FS NOT = "00"
               DISPLAY "DEFNOTE: NO COURSE GRADEBOOK ON FILE, "
                   "STATUS=" CRSGRADE-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "DEFNOTE: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "DEFNOTE: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "DEFNOTE: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "DEFNOTE: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE ZERO TO WS-TEACHER-TALLY

           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-GRADE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GRADES-READ
                       PERFORM TAKE-ONE-GRADE
               END-READ
           END-PERFORM
           IF WS-STUDENT-OPEN = "Y"
               PERFORM ISSUE-THE-NOTICE
           END-IF

           PERFORM PRINT-TEACHER-COUNTS

           CLOSE COURSE-GRADE-FILE
           CLOSE STUDENT-FILE
           CLOSE ENROLL-FILE
           CLOSE CATALOG-FILE
           CLOSE EMP-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== DEFICIENCY NOTICE RUN - TERM "
               WS-REPORT-TERM " ====="
           DISPLAY "GRADES READ       : " WS-GRADES-READ
           DISPLAY "D/F GRADES        : " WS-DEFICIENT-GRADES
           DISPLAY "NO LONGER ENROLLED: " WS-NOT-ENROLLED
           DISPLAY "NOTICES PRINTED   : " WS-NOTICE-COUNT
           DISPLAY "MAILABLE (ADDRESS): " WS-MAILABLE-COUNT
           DISPLAY "NO ADDRESS ON FILE: " WS-NO-ADDRESS-COUNT
           DISPLAY "MAIL PIECES QUEUED: " WS-MAIL-PIECE-COUNT
           DISPLAY "DEFNOTE: NOTICES SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       *> The gradebook is keyed by student first, so a change of
       *> student is the break that issues the previous student's
       *> notice.
       TAKE-ONE-GRADE.
           IF CGR-TERM = WS-REPORT-TERM
               AND (CGR-LETTER-GRADE = "D" OR CGR-LETTER-GRADE = "F")
               IF WS-STUDENT-OPEN = "Y"
                   AND CGR-STUDENT-ID NOT = WS-CURRENT-STUDENT
                   PERFORM ISSUE-THE-NOTICE
               END-IF
               ADD 1 TO WS-DEFICIENT-GRADES
               PERFORM CHECK-STILL-ENROLLED
           END-IF.

       *> A course dropped or withdrawn since the mark was captured
       *> is no longer the family's concern.
       CHECK-STILL-ENROLLED.
           MOVE CGR-STUDENT-ID  TO ENR-STUDENT-ID
           MOVE CGR-COURSE-CODE TO ENR-COURSE-CODE
           MOVE CGR-TERM        TO ENR-TERM
           READ ENROLL-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ENROLLED
               NOT INVALID KEY
                   IF ENR-ENROLLED
                       PERFORM ADD-DEFICIENT-COURSE
                   ELSE
                       ADD 1 TO WS-NOT-ENROLLED
                   END-IF
           END-READ.

       ADD-DEFICIENT-COURSE.
           IF WS-STUDENT-OPEN NOT = "Y"
               MOVE CGR-STUDENT-ID TO WS-CURRENT-STUDENT
               MOVE "Y" TO WS-STUDENT-OPEN
               MOVE ZERO TO WS-DEF-USED
           END-IF
           IF WS-DEF-USED < 12
               ADD 1 TO WS-DEF-USED
               MOVE CGR-COURSE-CODE  TO WS-DEF-COURSE (WS-DEF-USED)
               MOVE CGR-LETTER-GRADE TO WS-DEF-GRADE (WS-DEF-USED)
               MOVE CGR-TEACHER-ID   TO WS-DEF-TEACHER (WS-DEF-USED)
           ELSE
               DISPLAY "DEFNOTE: MORE THAN 12 DEFICIENT COURSES, "
                   "ID=" CGR-STUDENT-ID " COURSE=" CGR-COURSE-CODE
                   " NOT LISTED"
           END-IF.

       ISSUE-THE-NOTICE.
           MOVE WS-CURRENT-STUDENT TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "DEFNOTE: GRADEBOOK STUDENT NOT ON MASTER, "
                       "ID=" WS-CURRENT-STUDENT
               NOT INVALID KEY
                   IF STUDENT-ACTIVE
                       PERFORM PRINT-NOTICE-BODY
                   END-IF
           END-READ
           MOVE "N" TO WS-STUDENT-OPEN.

       PRINT-NOTICE-BODY.
           PERFORM PRINT-PAGE-HEADING
           PERFORM PRINT-ADDRESS-BLOCK

           MOVE SPACES TO WS-PRINT-LINE
           STRING "MID-TERM PROGRESS NOTICE - TERM " WS-REPORT-TERM
               "  STUDENT " STUDENT-ID " " STUDENT-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "AS OF " WS-RUN-DATE ", YOUR STUDENT IS EARNING "
               "A D OR F IN THE COURSES BELOW."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  COURSE                     TEACHER"
               "                   GRADE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
                   UNTIL WS-DEF-SUB > WS-DEF-USED
               PERFORM PRINT-ONE-DEFICIENCY
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "PLEASE CONTACT THE TEACHER TO ARRANGE A "
               "CONFERENCE."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           ADD 1 TO WS-NOTICE-COUNT.

       *> The section's description and the teacher who keyed the
       *> mark - or the section's assigned teacher when the mark
       *> carries none.
       PRINT-ONE-DEFICIENCY.
           MOVE SPACES TO WS-COURSE-NAME
           MOVE WS-DEF-COURSE (WS-DEF-SUB) TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "*NOT ON CATALOG*" TO WS-COURSE-NAME
               NOT INVALID KEY
                   MOVE CRS-DESCRIPTION TO WS-COURSE-NAME
                   IF WS-DEF-TEACHER (WS-DEF-SUB) = ZERO
                       MOVE CRS-TEACHER-ID
                           TO WS-DEF-TEACHER (WS-DEF-SUB)
                   END-IF
           END-READ
           MOVE SPACES TO WS-TEACHER-NAME
           IF WS-DEF-TEACHER (WS-DEF-SUB) = ZERO
               MOVE "(UNASSIGNED)" TO WS-TEACHER-NAME
           ELSE
               MOVE WS-DEF-TEACHER (WS-DEF-SUB) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "*NOT ON FILE*" TO WS-TEACHER-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-TEACHER-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-DEF-COURSE (WS-DEF-SUB) "  " WS-COURSE-NAME
               "  " WS-DEF-TEACHER (WS-DEF-SUB) " " WS-TEACHER-NAME
               "  " WS-DEF-GRADE (WS-DEF-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM TALLY-FOR-TEACHER.

       TALLY-FOR-TEACHER.
           IF WS-DEF-TEACHER (WS-DEF-SUB) = ZERO
               IF WS-DEF-GRADE (WS-DEF-SUB) = "D"
                   ADD 1 TO WS-UNASSIGNED-D
               ELSE
                   ADD 1 TO WS-UNASSIGNED-F
               END-IF
           ELSE
               MOVE WS-DEF-TEACHER (WS-DEF-SUB) TO WS-TCH-SUB
               IF WS-DEF-GRADE (WS-DEF-SUB) = "D"
                   ADD 1 TO WS-TCH-D-COUNT (WS-TCH-SUB)
               ELSE
                   ADD 1 TO WS-TCH-F-COUNT (WS-TCH-SUB)
               END-IF
           END-IF.

       *> The priority-1 guardian addresses the window envelope; a
       *> notice with no address still prints for the backpack.
       PRINT-ADDRESS-BLOCK.
           MOVE STUDENT-ID TO WS-CF-ID
           CALL "CNTFIND" USING WS-CF-ID WS-CF-PURPOSE
               WS-CF-FOUND WS-CF-DEAD WS-CF-NAME WS-CF-PHONE
               WS-CF-ADDR1 WS-CF-ADDR2
           IF WS-CF-FOUND = "Y" AND WS-CF-DEAD NOT = "Y"
               ADD 1 TO WS-MAILABLE-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "TO: " WS-CF-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    " WS-CF-ADDR1
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "    " WS-CF-ADDR2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "*** NO MAILABLE GUARDIAN ADDRESS ***"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           PERFORM QUEUE-NOTICE-PIECE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       QUEUE-NOTICE-PIECE.
           IF WS-CF-FOUND = "Y"
               MOVE STUDENT-ID TO WS-MAIL-STUDENT-ID
               IF WS-CF-DEAD = "Y"
                   MOVE SPACES TO WS-MAIL-ADDRESSEE
                   MOVE SPACES TO WS-MAIL-ADDR1 WS-MAIL-ADDR2
               ELSE
                   MOVE WS-CF-NAME  TO WS-MAIL-ADDRESSEE
                   MOVE WS-CF-ADDR1 TO WS-MAIL-ADDR1
                   MOVE WS-CF-ADDR2 TO WS-MAIL-ADDR2
               END-IF
               CALL "MAILPC" USING WS-MAIL-TYPE
                   WS-MAIL-STUDENT-ID WS-MAIL-ADDRESSEE
                   WS-MAIL-ADDR1 WS-MAIL-ADDR2
               ADD 1 TO WS-MAIL-PIECE-COUNT
           END-IF.

       *> The principal's page: D and F notices issued per teacher.
       PRINT-TEACHER-COUNTS.
           MOVE "DEFICIENCY NOTICES BY TEACHER" TO WS-REPORT-TITLE
           PERFORM PRINT-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TEACHER                       "
               "D NOTICES F NOTICES    TOTAL"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > 999
               IF WS-TCH-D-COUNT (WS-TCH-SUB) > ZERO
                   OR WS-TCH-F-COUNT (WS-TCH-SUB) > ZERO
                   PERFORM PRINT-ONE-TEACHER
               END-IF
           END-PERFORM
           IF WS-UNASSIGNED-D > ZERO OR WS-UNASSIGNED-F > ZERO
               MOVE WS-UNASSIGNED-D TO WS-COUNT-EDIT-1
               MOVE WS-UNASSIGNED-F TO WS-COUNT-EDIT-2
               COMPUTE WS-TCH-TOTAL = WS-UNASSIGNED-D
                   + WS-UNASSIGNED-F
               MOVE WS-TCH-TOTAL TO WS-COUNT-EDIT-3
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  000 (UNASSIGNED)            "
                   "  " WS-COUNT-EDIT-1 "    " WS-COUNT-EDIT-2
                   "  " WS-COUNT-EDIT-3
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               ADD WS-UNASSIGNED-D TO WS-ALL-D
               ADD WS-UNASSIGNED-F TO WS-ALL-F
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-ALL-D TO WS-COUNT-EDIT-1
           MOVE WS-ALL-F TO WS-COUNT-EDIT-2
           COMPUTE WS-TCH-TOTAL = WS-ALL-D + WS-ALL-F
           MOVE WS-TCH-TOTAL TO WS-COUNT-EDIT-3
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  ALL TEACHERS                "
               "  " WS-COUNT-EDIT-1 "    " WS-COUNT-EDIT-2
               "  " WS-COUNT-EDIT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-ONE-TEACHER.
           MOVE WS-TCH-SUB TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-TEACHER-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-TEACHER-NAME
           END-READ
           MOVE WS-TCH-D-COUNT (WS-TCH-SUB) TO WS-COUNT-EDIT-1
           MOVE WS-TCH-F-COUNT (WS-TCH-SUB) TO WS-COUNT-EDIT-2
           COMPUTE WS-TCH-TOTAL = WS-TCH-D-COUNT (WS-TCH-SUB)
               + WS-TCH-F-COUNT (WS-TCH-SUB)
           MOVE WS-TCH-TOTAL TO WS-COUNT-EDIT-3
           ADD WS-TCH-D-COUNT (WS-TCH-SUB) TO WS-ALL-D
           ADD WS-TCH-F-COUNT (WS-TCH-SUB) TO WS-ALL-F
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " EMP-ID " " WS-TEACHER-NAME "      "
               "  " WS-COUNT-EDIT-1 "    " WS-COUNT-EDIT-2
               "  " WS-COUNT-EDIT-3
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
           MOVE SPACES TO PRINT-RECORD
           STRING WS-REPORT-TITLE
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRSGRADE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRSGRADE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEFNOTE-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-TERM"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-TERM =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
