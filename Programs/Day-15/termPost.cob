               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           *> The section catalog supplies each course's weight
           *> category for the weighted GPA.  Optional: without it
           *> (or for a course since removed from it) every course
           *> weighs as standard.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       SD TH-WORK.
       01 TH-WORK-RECORD.
           COPY "TERMHSRC" REPLACING ==TH-STUDENT-ID== BY
                             ==TH-TERM-GPA== BY ==THW-TERM-GPA==
                             ==TH-TERM-ATTENDANCE-PCT== BY
                                 ==THW-TERM-ATTENDANCE-PCT==
                             ==TH-TERM-GRADE== BY ==THW-TERM-GRADE==
                             ==TH-TERM-WEIGHTED-GPA== BY
                                 ==THW-TERM-WEIGHTED-GPA==.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-DERIVED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-FALLBACK-COUNT        PIC 9(6) VALUE ZERO.

       *> Weighted derivation: the same courses averaged again with
       *> each one's catalog weight bonus added by GPAWGHT.
       01 WS-CATALOG-DSNAME        PIC X(40) VALUE "catalog.idx".
       01 CATALOG-FS               PIC XX.
       01 WS-CATALOG-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CATALOG     VALUE "Y".
       01 WS-WEIGHT-CATEGORY       PIC X(1).
       01 WS-COURSE-POINTS         PIC 9V9.
       01 WS-WEIGHTED-TOTAL        PIC 9(3)V9 VALUE ZERO.
       01 WS-DERIVED-WEIGHTED-GPA  USAGE COMP-1.
       01 WS-WEIGHTED-COURSES      PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
                   "TERM GRADES TAKEN FROM THE MASTER"
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS = "00"
               SET WS-HAVE-CATALOG TO TRUE
           ELSE
               DISPLAY "TERMPOST: NO SECTION CATALOG ON FILE - "
                   "EVERY COURSE WEIGHTED AS STANDARD"
           END-IF

           *> The whole history rides through the sort with the new
           *> term's snapshots, so the rewritten file holds every
           *> term in the ID-then-term order gpaTrend.cob's control
           IF WS-HAVE-GRADEBOOK
               CLOSE COURSE-GRADE-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE CATALOG-FILE
           END-IF

           DISPLAY "===== TERM " WS-CLOSE-TERM " GRADE POSTING ====="
           DISPLAY "PRIOR TERM RECORDS KEPT  : " WS-PRIOR-COUNT
           DISPLAY "STUDENTS POSTED          : " WS-POSTED-COUNT
           DISPLAY "GPA DERIVED FROM COURSES : " WS-DERIVED-COUNT
           DISPLAY "FELL BACK TO MASTER      : " WS-FALLBACK-COUNT
           DISPLAY "HONORS/ADVANCED COURSES  : " WS-WEIGHTED-COURSES
           DISPLAY "HISTORY RECORDS WRITTEN  : " WS-WRITTEN-COUNT

           STOP RUN.
           PERFORM DERIVE-TERM-GRADES
           IF WS-COURSE-COUNT > ZERO
               MOVE WS-DERIVED-GPA     TO THW-TERM-GPA
               MOVE WS-DERIVED-WEIGHTED-GPA
                                       TO THW-TERM-WEIGHTED-GPA
               MOVE WS-DERIVED-GRADE   TO THW-TERM-GRADE
               ADD 1 TO WS-DERIVED-COUNT
           ELSE
               *> No course grades captured for this student -
               *> snapshot the master's fields as every close did
               *> before the gradebook existed.  With no courses
               *> there is nothing to weight, so both figures agree.
               MOVE STUDENT-GPA        TO THW-TERM-GPA
               MOVE STUDENT-GPA        TO THW-TERM-WEIGHTED-GPA
               MOVE STUDENT-GRADE      TO THW-TERM-GRADE
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF
       *> Average the closing term's course grades on the A=4..F=0
       *> scale and letter the result at the conventional midpoints
       *> (3.5/2.5/1.5/0.5).  The student's gradebook rows for the
       *> term sit together under CGR-KEY.  The letter grade stays
       *> on the unweighted figure; only rank and honors read the
       *> weighted one.
       DERIVE-TERM-GRADES.
           MOVE ZERO TO WS-COURSE-COUNT WS-POINT-TOTAL
               WS-WEIGHTED-TOTAL
           IF WS-HAVE-GRADEBOOK
               MOVE "N" TO WS-GRADE-SCAN-EOF
               MOVE STUDENT-ID TO CGR-STUDENT-ID
           IF WS-COURSE-COUNT > ZERO
               COMPUTE WS-DERIVED-GPA =
                   WS-POINT-TOTAL / WS-COURSE-COUNT
               COMPUTE WS-DERIVED-WEIGHTED-GPA =
                   WS-WEIGHTED-TOTAL / WS-COURSE-COUNT
               EVALUATE TRUE
                   WHEN WS-DERIVED-GPA >= 3.5
                       MOVE "A" TO WS-DERIVED-GRADE
               WHEN "C" ADD 2 TO WS-POINT-TOTAL
               WHEN "D" ADD 1 TO WS-POINT-TOTAL
               WHEN OTHER CONTINUE
           END-EVALUATE

           MOVE "S" TO WS-WEIGHT-CATEGORY
           IF WS-HAVE-CATALOG
               MOVE CGR-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CRS-WEIGHT-CATEGORY TO WS-WEIGHT-CATEGORY
               END-READ
           END-IF
           IF WS-WEIGHT-CATEGORY = "H" OR WS-WEIGHT-CATEGORY = "A"
               ADD 1 TO WS-WEIGHTED-COURSES
           END-IF
           CALL "GPAWGHT" USING WS-WEIGHT-CATEGORY CGR-LETTER-GRADE
               WS-COURSE-POINTS
           ADD WS-COURSE-POINTS TO WS-WEIGHTED-TOTAL.

       *> Everything is in the sort work file now, so truncating and
       *> rewriting termhist.dat is safe.
               MOVE WS-ENV-OVERRIDE TO WS-CRSGRADE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERM-NUM"
           IF WS-ENV-OVERRIDE NOT = SPACES
