       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTPROF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The score history is walked end to end; every result
           *> administered inside the window rides the sort under the
           *> campus and section it was loaded against.
           SELECT TEST-FILE ASSIGN TO WS-TEST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TST-KEY
               FILE STATUS IS TEST-FS.

           *> The principals' comparison sheet: per campus, per test,
           *> one line per section with its level spread, then the
           *> campus line for the test.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT PROF-WORK ASSIGN TO "tstprof.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD TEST-FILE.
       01 TEST-RECORD.
           COPY "TESTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD PROF-WORK.
       01 PROF-WORK-RECORD.
           05 PFW-CAMPUS            PIC X(2).
           05 PFW-TEST-CODE         PIC X(6).
           05 PFW-CLASS             PIC X(3).
           05 PFW-PERF-LEVEL        PIC 9(1).
           05 PFW-SCALE-SCORE       PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-TEST-DSNAME            PIC X(40) VALUE "testscr.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "tstprof.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TEST-FS                  PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The administration window (TEST-FROM-DATE, TEST-TO-DATE) -
       *> the school year to date when not given: July 1 of the
       *> run date's year, or of the year before for a January-June
       *> run, through the run date.
       01 WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR         PIC 9(4).
           05 WS-FROM-MMDD         PIC 9(4).
       01 WS-TO-DATE               PIC 9(8) VALUE ZERO.

       *> One test only (TEST-CODE) and one campus only
       *> (CAMPUS-FILTER) - spaces reports them all.
       01 WS-TEST-FILTER           PIC X(6) VALUE SPACES.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> The lowest performance level counted proficient
       *> (PROFICIENT-LEVEL).
       01 WS-PROF-LEVEL            PIC 9(1) VALUE 3.

       01 WS-PREV-CAMPUS           PIC X(2) VALUE SPACES.
       01 WS-PREV-TEST             PIC X(6) VALUE SPACES.
       01 WS-PREV-CLASS            PIC X(3) VALUE SPACES.

       *> Section and campus-test accumulators; the level counts
       *> are indexed by the performance level itself.
       01 WS-SECTION-TOTALS.
           05 WS-SEC-TESTED        PIC 9(5) COMP.
           05 WS-SEC-PROFICIENT    PIC 9(5) COMP.
           05 WS-SEC-SCALE-TOTAL   PIC 9(9) COMP.
           05 WS-SEC-LEVEL         PIC 9(5) COMP OCCURS 5 TIMES.
       01 WS-CAMPUS-TOTALS.
           05 WS-CMP-TESTED        PIC 9(5) COMP.
           05 WS-CMP-PROFICIENT    PIC 9(5) COMP.
           05 WS-CMP-SCALE-TOTAL   PIC 9(9) COMP.
           05 WS-CMP-LEVEL         PIC 9(5) COMP OCCURS 5 TIMES.
       01 WS-LV                    PIC 9(1) COMP.

       01 WS-SCORES-READ           PIC 9(6) VALUE ZERO.
       01 WS-SCORES-USED           PIC 9(6) VALUE ZERO.
       01 WS-SECTIONS-PRINTED      PIC 9(5) VALUE ZERO.

       *> Edited fields for the print lines.
       01 WS-LABEL                 PIC X(12).
       01 WS-TESTED                PIC 9(5) COMP.
       01 WS-PROFICIENT            PIC 9(5) COMP.
       01 WS-SCALE-TOTAL           PIC 9(9) COMP.
       01 WS-TESTED-EDIT           PIC ZZZZ9.
       01 WS-LEVEL-EDITS.
           05 WS-LEVEL-EDIT        PIC ZZZZ9 OCCURS 5 TIMES.
       01 WS-PROF-EDIT             PIC ZZZZ9.
       01 WS-PCT                   PIC 9(3)V9 VALUE ZERO.
       01 WS-PCT-EDIT              PIC ZZ9.9.
       01 WS-AVG-SCALE             PIC 9(4)V9 VALUE ZERO.
       01 WS-AVG-EDIT              PIC ZZZ9.9.

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
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           IF WS-FROM-MMDD < 0701
               SUBTRACT 1 FROM WS-FROM-YEAR
           END-IF
           MOVE 0701 TO WS-FROM-MMDD
           MOVE WS-RUN-DATE TO WS-TO-DATE
           PERFORM SET-FILENAMES

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "SECTION       TESTED  LEVEL1 LEVEL2 LEVEL3 LEVEL4 "
               "LEVEL5   PROF  PCT PROF  AVG SCALE"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT TEST-FILE
           IF TEST-FS NOT = "00"
               DISPLAY "TSTPROF: NO TEST SCORE FILE ON SYSTEM - RUN "
                   "TSTLOAD FIRST, STATUS=" TEST-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "TSTPROF: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           SORT PROF-WORK
               ON ASCENDING KEY PFW-CAMPUS PFW-TEST-CODE PFW-CLASS
               INPUT PROCEDURE IS RELEASE-THE-SCORES
               OUTPUT PROCEDURE IS PRINT-THE-SUMMARY

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO TEST RESULTS IN THE WINDOW" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM FINISH-SECTION
               PERFORM FINISH-CAMPUS-TEST
           END-IF

           CLOSE TEST-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== TEST PROFICIENCY SUMMARY ====="
           DISPLAY "WINDOW           : " WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "SCORES READ      : " WS-SCORES-READ
           DISPLAY "SCORES REPORTED  : " WS-SCORES-USED
           DISPLAY "SECTION LINES    : " WS-SECTIONS-PRINTED
           DISPLAY "TSTPROF: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       RELEASE-THE-SCORES.
           PERFORM UNTIL WS-EOF = "Y"
               READ TEST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCORES-READ
                       IF TST-ADMIN-DATE >= WS-FROM-DATE
                           AND TST-ADMIN-DATE <= WS-TO-DATE
                           AND (WS-TEST-FILTER = SPACES
                             OR WS-TEST-FILTER = TST-TEST-CODE)
                           AND (WS-CAMPUS-FILTER = SPACES
                             OR WS-CAMPUS-FILTER = TST-CAMPUS)
                           AND TST-LEVEL-VALID
                           MOVE TST-CAMPUS      TO PFW-CAMPUS
                           MOVE TST-TEST-CODE   TO PFW-TEST-CODE
                           MOVE TST-CLASS       TO PFW-CLASS
                           MOVE TST-PERF-LEVEL  TO PFW-PERF-LEVEL
                           MOVE TST-SCALE-SCORE TO PFW-SCALE-SCORE
                           RELEASE PROF-WORK-RECORD
                           ADD 1 TO WS-SCORES-USED
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-THE-SUMMARY.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN PROF-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Take-One-Score
               END-RETURN
           END-PERFORM.

       Take-One-Score.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-CAMPUS-TEST
               PERFORM START-SECTION
           ELSE
               IF PFW-CAMPUS NOT = WS-PREV-CAMPUS
                   OR PFW-TEST-CODE NOT = WS-PREV-TEST
                   PERFORM FINISH-SECTION
                   PERFORM FINISH-CAMPUS-TEST
                   PERFORM START-CAMPUS-TEST
                   PERFORM START-SECTION
               ELSE
                   IF PFW-CLASS NOT = WS-PREV-CLASS
                       PERFORM FINISH-SECTION
                       PERFORM START-SECTION
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-SEC-TESTED
           ADD PFW-SCALE-SCORE TO WS-SEC-SCALE-TOTAL
           MOVE PFW-PERF-LEVEL TO WS-LV
           ADD 1 TO WS-SEC-LEVEL (WS-LV)
           IF PFW-PERF-LEVEL >= WS-PROF-LEVEL
               ADD 1 TO WS-SEC-PROFICIENT
           END-IF.

       START-CAMPUS-TEST.
           MOVE PFW-CAMPUS    TO WS-PREV-CAMPUS
           MOVE PFW-TEST-CODE TO WS-PREV-TEST
           INITIALIZE WS-CAMPUS-TOTALS
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " PFW-CAMPUS "   TEST " PFW-TEST-CODE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       START-SECTION.
           MOVE PFW-CLASS TO WS-PREV-CLASS
           INITIALIZE WS-SECTION-TOTALS.

       FINISH-SECTION.
           MOVE SPACES TO WS-LABEL
           STRING "  " WS-PREV-CLASS DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-SEC-TESTED      TO WS-TESTED
           MOVE WS-SEC-PROFICIENT  TO WS-PROFICIENT
           MOVE WS-SEC-SCALE-TOTAL TO WS-SCALE-TOTAL
           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 5
               MOVE WS-SEC-LEVEL (WS-LV) TO WS-LEVEL-EDIT (WS-LV)
               ADD WS-SEC-LEVEL (WS-LV) TO WS-CMP-LEVEL (WS-LV)
           END-PERFORM
           PERFORM PRINT-PROFICIENCY-LINE
           ADD 1 TO WS-SECTIONS-PRINTED
           ADD WS-SEC-TESTED      TO WS-CMP-TESTED
           ADD WS-SEC-PROFICIENT  TO WS-CMP-PROFICIENT
           ADD WS-SEC-SCALE-TOTAL TO WS-CMP-SCALE-TOTAL.

       FINISH-CAMPUS-TEST.
           MOVE "  CAMPUS ALL" TO WS-LABEL
           MOVE WS-CMP-TESTED      TO WS-TESTED
           MOVE WS-CMP-PROFICIENT  TO WS-PROFICIENT
           MOVE WS-CMP-SCALE-TOTAL TO WS-SCALE-TOTAL
           PERFORM VARYING WS-LV FROM 1 BY 1 UNTIL WS-LV > 5
               MOVE WS-CMP-LEVEL (WS-LV) TO WS-LEVEL-EDIT (WS-LV)
           END-PERFORM
           PERFORM PRINT-PROFICIENCY-LINE.

       PRINT-PROFICIENCY-LINE.
           MOVE ZERO TO WS-PCT WS-AVG-SCALE
           IF WS-TESTED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-PROFICIENT * 100 / WS-TESTED
               COMPUTE WS-AVG-SCALE ROUNDED =
                   WS-SCALE-TOTAL / WS-TESTED
           END-IF
           MOVE WS-TESTED     TO WS-TESTED-EDIT
           MOVE WS-PROFICIENT TO WS-PROF-EDIT
           MOVE WS-PCT        TO WS-PCT-EDIT
           MOVE WS-AVG-SCALE  TO WS-AVG-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LABEL " " WS-TESTED-EDIT "  "
               WS-LEVEL-EDIT (1) "  " WS-LEVEL-EDIT (2) "  "
               WS-LEVEL-EDIT (3) "  " WS-LEVEL-EDIT (4) "  "
               WS-LEVEL-EDIT (5) "  " WS-PROF-EDIT "     "
               WS-PCT-EDIT "     " WS-AVG-EDIT
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
           STRING "TEST PROFICIENCY BY SECTION " WS-FROM-DATE "-"
               WS-TO-DATE "  BUSINESS DATE " WS-RUN-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TESTSCR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TEST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TSTPROF-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TEST-FROM-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-FROM-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TEST-TO-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TO-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TEST-CODE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TEST-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PROFICIENT-LEVEL"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PROF-LEVEL =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
