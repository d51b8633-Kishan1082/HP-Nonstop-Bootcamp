               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

           *> The weighted check is the one keyed exception: each
           *> history row's weighting is re-derived from the term's
           *> gradebook rows and their sections' catalog weight
           *> categories.  Both optional - without the gradebook
           *> the weighted check is skipped, and without the
           *> catalog every course weighs as standard.
           SELECT COURSE-GRADE-FILE ASSIGN TO WS-CRSGRADE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       01 WS-MASTER-DISP           PIC 9.99.
       01 WS-DERIVED-DISP          PIC 9.99.

       *> Weighted check: each term's expected weighted GPA is its
       *> posted unweighted GPA plus the average course bonus the
       *> gradebook and catalog say it earned, scored by GPAWGHT
       *> exactly as TERMPOST scored it.  A term with no gradebook
       *> rows was posted from the master and must carry equal
       *> figures.
       01 WS-CRSGRADE-DSNAME       PIC X(40) VALUE "crsgrade.idx".
       01 WS-CATALOG-DSNAME        PIC X(40) VALUE "catalog.idx".
       01 CRSGRADE-FS              PIC XX.
       01 CATALOG-FS               PIC XX.
       01 WS-GRADES-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-GRADEBOOK   VALUE "Y".
       01 WS-CATALOG-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CATALOG     VALUE "Y".
       01 WS-GRADE-SCAN-EOF        PIC X VALUE "N".
       01 WS-COURSE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-BONUS-TOTAL           PIC 9(3)V9 VALUE ZERO.
       01 WS-WEIGHT-CATEGORY       PIC X(1).
       01 WS-STANDARD-CATEGORY     PIC X(1) VALUE "S".
       01 WS-COURSE-POINTS         PIC 9V9.
       01 WS-BASE-POINTS           PIC 9V9.
       01 WS-EXPECTED-WGPA         USAGE COMP-1.
       01 WS-WGPA-DIFF             USAGE COMP-1.
       01 WS-WEIGHTED-DISP         PIC 9.99.
       01 WS-EXPECTED-DISP         PIC 9.99.
       01 WS-WGT-CHECKED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-WGT-MATCH-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-WGT-MISMATCH-COUNT    PIC 9(6) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
               STOP RUN
           END-IF

           OPEN INPUT COURSE-GRADE-FILE
           IF CRSGRADE-FS = "00"
               SET WS-HAVE-GRADEBOOK TO TRUE
           ELSE
               DISPLAY "GPAVERIF: NO COURSE GRADEBOOK ON FILE - "
                   "WEIGHTED GPA NOT VERIFIED"
           END-IF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS = "00"
               SET WS-HAVE-CATALOG TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE

           PERFORM READ-NEXT-HISTORY
           CLOSE STUDENT-FILE
           CLOSE TERM-HISTORY-FILE
           CLOSE PRINT-FILE
           IF WS-HAVE-GRADEBOOK
               CLOSE COURSE-GRADE-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE CATALOG-FILE
           END-IF

           DISPLAY "===== GPA VERIFICATION SUMMARY ====="
           DISPLAY "STUDENTS VERIFIED  : " WS-VERIFIED-COUNT
           DISPLAY "DRIFTED            : " WS-MISMATCH-COUNT
           DISPLAY "GPA, NO HISTORY    : " WS-NO-HISTORY-COUNT
           DISPLAY "ORPHAN HISTORY ROWS: " WS-ORPHAN-COUNT
           DISPLAY "TERMS WEIGHT-CHECKED: " WS-WGT-CHECKED-COUNT
           DISPLAY "  WEIGHTING AGREES  : " WS-WGT-MATCH-COUNT
           DISPLAY "  WEIGHTING DRIFTED : " WS-WGT-MISMATCH-COUNT
           DISPLAY "GPAVERIF: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.
                   OR TH-STUDENT-ID NOT = STUDENT-ID
               ADD 1 TO WS-TERM-COUNT
               COMPUTE WS-GPA-SUM = WS-GPA-SUM + TH-TERM-GPA
               IF WS-HAVE-GRADEBOOK
                   PERFORM VERIFY-TERM-WEIGHTING
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

               END-IF
           END-IF.

       *> Re-derive this history row's course bonuses and judge its
       *> weighted GPA against the unweighted one plus their
       *> average, at the same tolerance as the master check.
       VERIFY-TERM-WEIGHTING.
           ADD 1 TO WS-WGT-CHECKED-COUNT
           MOVE ZERO TO WS-COURSE-COUNT WS-BONUS-TOTAL
           MOVE "N" TO WS-GRADE-SCAN-EOF
           MOVE TH-STUDENT-ID TO CGR-STUDENT-ID
           MOVE LOW-VALUES TO CGR-COURSE-CODE
           MOVE ZERO TO CGR-TERM
           START COURSE-GRADE-FILE
               KEY IS NOT LESS THAN CGR-KEY
               INVALID KEY MOVE "Y" TO WS-GRADE-SCAN-EOF
           END-START
           PERFORM UNTIL WS-GRADE-SCAN-EOF = "Y"
               READ COURSE-GRADE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GRADE-SCAN-EOF
                   NOT AT END
                       IF CGR-STUDENT-ID = TH-STUDENT-ID
                           IF CGR-TERM = TH-TERM-NUM
                               PERFORM TALLY-COURSE-BONUS
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-GRADE-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-COURSE-COUNT > ZERO
               COMPUTE WS-EXPECTED-WGPA =
                   TH-TERM-GPA + WS-BONUS-TOTAL / WS-COURSE-COUNT
           ELSE
               MOVE TH-TERM-GPA TO WS-EXPECTED-WGPA
           END-IF
           COMPUTE WS-WGPA-DIFF =
               TH-TERM-WEIGHTED-GPA - WS-EXPECTED-WGPA
           IF WS-WGPA-DIFF < 0
               COMPUTE WS-WGPA-DIFF = 0 - WS-WGPA-DIFF
           END-IF
           IF WS-WGPA-DIFF > WS-TOLERANCE
               ADD 1 TO WS-WGT-MISMATCH-COUNT
               MOVE TH-TERM-WEIGHTED-GPA TO WS-WEIGHTED-DISP
               MOVE WS-EXPECTED-WGPA     TO WS-EXPECTED-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ID " TH-STUDENT-ID " " TH-STUDENT-NAME
                   " TERM " TH-TERM-NUM
                   " WEIGHTED " WS-WEIGHTED-DISP
                   " EXPECTED " WS-EXPECTED-DISP
                   " - WEIGHT DRIFT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               ADD 1 TO WS-WGT-MATCH-COUNT
           END-IF.

       TALLY-COURSE-BONUS.
           ADD 1 TO WS-COURSE-COUNT
           MOVE "S" TO WS-WEIGHT-CATEGORY
           IF WS-HAVE-CATALOG
               MOVE CGR-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CRS-WEIGHT-CATEGORY TO WS-WEIGHT-CATEGORY
               END-READ
           END-IF
           CALL "GPAWGHT" USING WS-WEIGHT-CATEGORY CGR-LETTER-GRADE
               WS-COURSE-POINTS
           CALL "GPAWGHT" USING WS-STANDARD-CATEGORY CGR-LETTER-GRADE
               WS-BASE-POINTS
           COMPUTE WS-BONUS-TOTAL =
               WS-BONUS-TOTAL + WS-COURSE-POINTS - WS-BASE-POINTS.

       READ-NEXT-HISTORY.
           READ TERM-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRSGRADE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRSGRADE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GPAVERIF-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
