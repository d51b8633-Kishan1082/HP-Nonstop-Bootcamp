       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEPAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The course gradebook is the only place a grade is tied
           *> to the teacher who gave it; the master's single
           *> STUDENT-GRADE that GRADEDST counts is not.
           SELECT COURSE-GRADE-FILE ASSIGN TO WS-CRSGRADE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
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

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT PATTERN-WORK ASSIGN TO "gradepat.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

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

       *> GPW-GRADE-IX is the grade's column: 1=A 2=B 3=C 4=D 5=F.
       SD PATTERN-WORK.
       01 PATTERN-WORK-RECORD.
           05 GPW-CAMPUS            PIC X(2).
           05 GPW-COURSE-CODE       PIC X(3).
           05 GPW-TEACHER-ID        PIC 9(3).
           05 GPW-GRADE-IX          PIC 9(1).

       WORKING-STORAGE SECTION.
       01 WS-CRSGRADE-DSNAME        PIC X(40) VALUE "crsgrade.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "gradepat.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CRSGRADE-FS              PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-GRADE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-SECTION-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-FLAGGED-COUNT         PIC 9(6) VALUE ZERO.

       *> The term analysed (REPORT-TERM) - the current term from
       *> term control when not given.
       01 WS-REPORT-TERM           PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       *> When set (CAMPUS-FILTER), only that campus's grades make
       *> the report.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> The consistency band (GRADEPAT-BAND): a teacher's section
       *> whose F rate or A rate sits more than this many points
       *> off the campus-wide rate is flagged for review.  A
       *> section with fewer than GRADEPAT-MIN-GRADES grades is
       *> shown but never flagged - a handful of marks proves
       *> nothing either way.
       01 WS-BAND                  PIC 9(3)V9 VALUE 15.0.
       01 WS-MIN-GRADES            PIC 9(4) VALUE 5.

       *> Campus-wide counts, built while the grades are released
       *> to the sort so every course can be held against them.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 10 TIMES.
               10 WS-CMP-CODE       PIC X(2).
               10 WS-CMP-CNT        PIC 9(6) OCCURS 5 TIMES.
       01 WS-CMP-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-CMP-SUB               PIC 9(2) COMP.
       01 WS-CMP-FOUND             PIC X VALUE "N".

       *> One course's teachers, held until the course is complete
       *> so each line can show its difference from the course.
       01 WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 20 TIMES.
               10 WS-TCH-ID         PIC 9(3).
               10 WS-TCH-CNT        PIC 9(6) OCCURS 5 TIMES.
       01 WS-TCH-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-TCH-SUB               PIC 9(2) COMP.
       01 WS-CRS-CNT               PIC 9(6) OCCURS 5 TIMES.

       01 WS-CURRENT-CAMPUS        PIC X(2) VALUE SPACES.
       01 WS-CURRENT-COURSE        PIC X(3) VALUE SPACES.
       01 WS-CURRENT-TEACHER       PIC 9(3) VALUE ZERO.
       01 WS-COURSE-OPEN           PIC X VALUE "N".

       *> FIGURE-DISTRIBUTION works on WS-DST-CNT and leaves the
       *> total, the percentage per grade and the mean grade points
       *> (A=4 ... F=0, CRSGRDRC's scale).
       01 WS-DST-CNT               PIC 9(6) OCCURS 5 TIMES.
       01 WS-DST-TOTAL             PIC 9(6).
       01 WS-DST-PCT               PIC 9(3)V9 OCCURS 5 TIMES.
       01 WS-DST-POINTS            PIC 9(7).
       01 WS-DST-MEAN              PIC 9V99.
       01 WS-CRS-PCT               PIC 9(3)V9 OCCURS 5 TIMES.
       01 WS-CRS-MEAN              PIC 9V99.
       01 WS-CMP-PCT               PIC 9(3)V9 OCCURS 5 TIMES.
       01 WS-CMP-MEAN              PIC 9V99.
       01 WS-GX                    PIC 9(1) COMP.
       01 WS-DIFF                  PIC S9(3)V9.
       01 WS-MEAN-DIFF             PIC S9V99.
       01 WS-FLAG-TEXT             PIC X(20).

       *> Print-line pieces: one seven-column slot per grade.
       01 WS-DETAIL-LINE.
           05 WS-DL-LABEL          PIC X(26).
           05 WS-DL-COUNT          PIC ZZZZ9.
           05 WS-DL-SLOT OCCURS 5 TIMES.
               10 FILLER           PIC X(1).
               10 WS-DL-PCT        PIC -ZZ9.9.
           05 FILLER               PIC X(2).
           05 WS-DL-MEAN           PIC -9.99.
           05 FILLER               PIC X(2).
           05 WS-DL-FLAG           PIC X(20).
       01 WS-TEACHER-NAME          PIC X(20).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.
       01 WS-BAND-EDIT             PIC ZZ9.9.

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

           OPEN INPUT COURSE-GRADE-FILE
           IF CRSGRADE-FS NOT = "00"
               DISPLAY "GRADEPAT: NO COURSE GRADEBOOK ON FILE - "
                   "RUN GRADCAPT FIRST, STATUS=" CRSGRADE-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "GRADEPAT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "GRADEPAT: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE

           SORT PATTERN-WORK
               ON ASCENDING KEY GPW-CAMPUS
               ON ASCENDING KEY GPW-COURSE-CODE
               ON ASCENDING KEY GPW-TEACHER-ID
               INPUT PROCEDURE IS GATHER-TERM-GRADES
               OUTPUT PROCEDURE IS PRINT-PATTERNS

           IF WS-GRADE-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO GRADES ON FILE FOR TERM " WS-REPORT-TERM
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE COURSE-GRADE-FILE
           CLOSE STUDENT-FILE
           CLOSE CATALOG-FILE
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== GRADING PATTERN ANALYSIS ====="
           DISPLAY "TERM              : " WS-REPORT-TERM
           DISPLAY "GRADES ANALYSED   : " WS-GRADE-COUNT
           DISPLAY "TEACHER SECTIONS  : " WS-SECTION-COUNT
           DISPLAY "FLAGGED FOR REVIEW: " WS-FLAGGED-COUNT
           DISPLAY "GRADEPAT: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       GATHER-TERM-GRADES.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-GRADE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CGR-TERM = WS-REPORT-TERM
                           AND CGR-GRADE-VALID
                           PERFORM RELEASE-ONE-GRADE
                       END-IF
               END-READ
           END-PERFORM.

       *> The grade counts under the student's campus; a grade for
       *> a student since purged from the master counts under "??"
       *> rather than vanishing from the totals.
       RELEASE-ONE-GRADE.
           MOVE CGR-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "??" TO STUDENT-CAMPUS
           END-READ
           IF WS-CAMPUS-FILTER NOT = SPACES
               AND STUDENT-CAMPUS NOT = WS-CAMPUS-FILTER
               EXIT PARAGRAPH
           END-IF
           MOVE STUDENT-CAMPUS  TO GPW-CAMPUS
           MOVE CGR-COURSE-CODE TO GPW-COURSE-CODE
           MOVE CGR-TEACHER-ID  TO GPW-TEACHER-ID
           EVALUATE CGR-LETTER-GRADE
               WHEN "A" MOVE 1 TO GPW-GRADE-IX
               WHEN "B" MOVE 2 TO GPW-GRADE-IX
               WHEN "C" MOVE 3 TO GPW-GRADE-IX
               WHEN "D" MOVE 4 TO GPW-GRADE-IX
               WHEN OTHER MOVE 5 TO GPW-GRADE-IX
           END-EVALUATE
           PERFORM FIND-CAMPUS-ENTRY
           IF WS-CMP-FOUND = "Y"
               ADD 1 TO WS-CMP-CNT (WS-CMP-SUB, GPW-GRADE-IX)
               RELEASE PATTERN-WORK-RECORD
               ADD 1 TO WS-GRADE-COUNT
           END-IF.

       FIND-CAMPUS-ENTRY.
           MOVE "N" TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-USED
                       OR WS-CMP-FOUND = "Y"
               IF WS-CMP-CODE (WS-CMP-SUB) = GPW-CAMPUS
                   MOVE "Y" TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-SUB
           ELSE
               IF WS-CMP-USED < 10
                   ADD 1 TO WS-CMP-USED
                   MOVE WS-CMP-USED TO WS-CMP-SUB
                   MOVE GPW-CAMPUS TO WS-CMP-CODE (WS-CMP-SUB)
                   PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
                       MOVE ZERO TO WS-CMP-CNT (WS-CMP-SUB, WS-GX)
                   END-PERFORM
                   MOVE "Y" TO WS-CMP-FOUND
               ELSE
                   DISPLAY "GRADEPAT: CAMPUS TABLE FULL - CAMPUS "
                       GPW-CAMPUS " NOT ANALYSED"
               END-IF
           END-IF.

       PRINT-PATTERNS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN PATTERN-WORK
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                       IF WS-COURSE-OPEN = "Y"
                           PERFORM PRINT-COURSE-BLOCK
                       END-IF
                   NOT AT END
                       PERFORM TALLY-ONE-RETURNED-GRADE
               END-RETURN
           END-PERFORM.

       TALLY-ONE-RETURNED-GRADE.
           IF GPW-CAMPUS NOT = WS-CURRENT-CAMPUS
               IF WS-COURSE-OPEN = "Y"
                   PERFORM PRINT-COURSE-BLOCK
               END-IF
               MOVE GPW-CAMPUS TO WS-CURRENT-CAMPUS
               PERFORM START-CAMPUS
           END-IF
           IF GPW-COURSE-CODE NOT = WS-CURRENT-COURSE
               OR WS-COURSE-OPEN = "N"
               IF WS-COURSE-OPEN = "Y"
                   PERFORM PRINT-COURSE-BLOCK
               END-IF
               MOVE GPW-COURSE-CODE TO WS-CURRENT-COURSE
               MOVE ZERO TO WS-TCH-USED
               PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
                   MOVE ZERO TO WS-CRS-CNT (WS-GX)
               END-PERFORM
               MOVE "Y" TO WS-COURSE-OPEN
               MOVE 999 TO WS-CURRENT-TEACHER
               MOVE ZERO TO WS-TCH-SUB
           END-IF
           IF GPW-TEACHER-ID NOT = WS-CURRENT-TEACHER
               OR WS-TCH-USED = ZERO
               MOVE GPW-TEACHER-ID TO WS-CURRENT-TEACHER
               IF WS-TCH-USED < 20
                   ADD 1 TO WS-TCH-USED
                   MOVE WS-TCH-USED TO WS-TCH-SUB
                   MOVE GPW-TEACHER-ID TO WS-TCH-ID (WS-TCH-SUB)
                   PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
                       MOVE ZERO TO WS-TCH-CNT (WS-TCH-SUB, WS-GX)
                   END-PERFORM
               ELSE
                   DISPLAY "GRADEPAT: OVER 20 TEACHERS IN COURSE "
                       GPW-COURSE-CODE " - TEACHER "
                       GPW-TEACHER-ID " COUNTED IN COURSE ONLY"
                   MOVE ZERO TO WS-TCH-SUB
               END-IF
           END-IF
           IF WS-TCH-SUB > ZERO
               ADD 1 TO WS-TCH-CNT (WS-TCH-SUB, GPW-GRADE-IX)
           END-IF
           ADD 1 TO WS-CRS-CNT (GPW-GRADE-IX).

       *> Each campus starts a fresh page headed by its own
       *> distribution - the baseline every course below it is
       *> measured against.
       START-CAMPUS.
           MOVE WS-CURRENT-CAMPUS TO GPW-CAMPUS
           PERFORM FIND-CAMPUS-ENTRY
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-CMP-CNT (WS-CMP-SUB, WS-GX)
                   TO WS-DST-CNT (WS-GX)
           END-PERFORM
           PERFORM FIGURE-DISTRIBUTION
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-DST-PCT (WS-GX) TO WS-CMP-PCT (WS-GX)
           END-PERFORM
           MOVE WS-DST-MEAN TO WS-CMP-MEAN
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " WS-CURRENT-CAMPUS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "  CAMPUS-WIDE" TO WS-DL-LABEL
           PERFORM FILL-DISTRIBUTION-LINE
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The course heading and its course-wide line, then each
       *> teacher with the two difference lines beneath.
       PRINT-COURSE-BLOCK.
           MOVE "N" TO WS-COURSE-OPEN
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-CRS-CNT (WS-GX) TO WS-DST-CNT (WS-GX)
           END-PERFORM
           PERFORM FIGURE-DISTRIBUTION
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-DST-PCT (WS-GX) TO WS-CRS-PCT (WS-GX)
           END-PERFORM
           MOVE WS-DST-MEAN TO WS-CRS-MEAN

           MOVE WS-CURRENT-COURSE TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "(NOT ON CATALOG)" TO CRS-DESCRIPTION
                   MOVE SPACES TO CRS-SUBJECT-AREA
           END-READ
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COURSE " WS-CURRENT-COURSE " " CRS-DESCRIPTION
               "  SUBJECT " CRS-SUBJECT-AREA
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "  COURSE-WIDE" TO WS-DL-LABEL
           PERFORM FILL-DISTRIBUTION-LINE
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TCH-USED
               PERFORM PRINT-ONE-TEACHER
           END-PERFORM.

       PRINT-ONE-TEACHER.
           ADD 1 TO WS-SECTION-COUNT
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-TCH-CNT (WS-TCH-SUB, WS-GX)
                   TO WS-DST-CNT (WS-GX)
           END-PERFORM
           PERFORM FIGURE-DISTRIBUTION
           PERFORM JUDGE-AGAINST-BAND

           MOVE WS-TCH-ID (WS-TCH-SUB) TO EMP-ID
           MOVE SPACES TO WS-TEACHER-NAME
           IF WS-TCH-ID (WS-TCH-SUB) = ZERO
               MOVE "(NO TEACHER)" TO WS-TEACHER-NAME
           ELSE
               IF WS-HAVE-EMPLOYEES
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "(NOT ON FILE)" TO WS-TEACHER-NAME
                       NOT INVALID KEY
                           MOVE EMP-NAME TO WS-TEACHER-NAME
                   END-READ
               END-IF
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE
           STRING "  " WS-TCH-ID (WS-TCH-SUB) " " WS-TEACHER-NAME
               DELIMITED BY SIZE INTO WS-DL-LABEL
           PERFORM FILL-DISTRIBUTION-LINE
           MOVE WS-FLAG-TEXT TO WS-DL-FLAG
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "      VS COURSE" TO WS-DL-LABEL
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               COMPUTE WS-DIFF = WS-DST-PCT (WS-GX)
                   - WS-CRS-PCT (WS-GX)
               MOVE WS-DIFF TO WS-DL-PCT (WS-GX)
           END-PERFORM
           COMPUTE WS-MEAN-DIFF = WS-DST-MEAN - WS-CRS-MEAN
           MOVE WS-MEAN-DIFF TO WS-DL-MEAN
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "      VS CAMPUS" TO WS-DL-LABEL
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               COMPUTE WS-DIFF = WS-DST-PCT (WS-GX)
                   - WS-CMP-PCT (WS-GX)
               MOVE WS-DIFF TO WS-DL-PCT (WS-GX)
           END-PERFORM
           COMPUTE WS-MEAN-DIFF = WS-DST-MEAN - WS-CMP-MEAN
           MOVE WS-MEAN-DIFF TO WS-DL-MEAN
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The F rate (column 5) and the A rate (column 1) are each
       *> held against the campus-wide rate plus or minus the band.
       JUDGE-AGAINST-BAND.
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-DST-TOTAL < WS-MIN-GRADES
               MOVE "(TOO FEW TO JUDGE)" TO WS-FLAG-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFF = WS-DST-PCT (5) - WS-CMP-PCT (5)
           IF WS-DIFF > WS-BAND
               MOVE "** FAIL HIGH" TO WS-FLAG-TEXT
           END-IF
           IF WS-DIFF < ZERO - WS-BAND
               MOVE "** FAIL LOW" TO WS-FLAG-TEXT
           END-IF
           COMPUTE WS-DIFF = WS-DST-PCT (1) - WS-CMP-PCT (1)
           IF WS-DIFF > WS-BAND OR WS-DIFF < ZERO - WS-BAND
               IF WS-FLAG-TEXT = SPACES
                   MOVE "**" TO WS-FLAG-TEXT
               END-IF
               IF WS-DIFF > ZERO
                   MOVE "A HIGH" TO WS-FLAG-TEXT (14:7)
               ELSE
                   MOVE "A LOW" TO WS-FLAG-TEXT (14:7)
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       FIGURE-DISTRIBUTION.
           MOVE ZERO TO WS-DST-TOTAL WS-DST-POINTS WS-DST-MEAN
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               ADD WS-DST-CNT (WS-GX) TO WS-DST-TOTAL
               COMPUTE WS-DST-POINTS = WS-DST-POINTS
                   + WS-DST-CNT (WS-GX) * (5 - WS-GX)
           END-PERFORM
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               IF WS-DST-TOTAL > ZERO
                   COMPUTE WS-DST-PCT (WS-GX) ROUNDED =
                       WS-DST-CNT (WS-GX) * 100 / WS-DST-TOTAL
               ELSE
                   MOVE ZERO TO WS-DST-PCT (WS-GX)
               END-IF
           END-PERFORM
           IF WS-DST-TOTAL > ZERO
               COMPUTE WS-DST-MEAN ROUNDED =
                   WS-DST-POINTS / WS-DST-TOTAL
           END-IF.

       FILL-DISTRIBUTION-LINE.
           MOVE WS-DST-TOTAL TO WS-DL-COUNT
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 5
               MOVE WS-DST-PCT (WS-GX) TO WS-DL-PCT (WS-GX)
           END-PERFORM
           MOVE WS-DST-MEAN TO WS-DL-MEAN.

       PRINT-A-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE WS-BAND TO WS-BAND-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "GRADING PATTERN ANALYSIS - TERM " WS-REPORT-TERM
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "PERCENT OF GRADES BY LETTER; FLAGGED WHEN F OR A "
               "RATE IS OVER " WS-BAND-EDIT
               " POINTS OFF THE CAMPUS RATE"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "                         GRADES      A      B"
               "      C      D      F   MEAN"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 4 TO WS-LINE-COUNT.

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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GRADEPAT-RPT"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GRADEPAT-BAND"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-BAND = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "GRADEPAT-MIN-GRADES"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-MIN-GRADES =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
