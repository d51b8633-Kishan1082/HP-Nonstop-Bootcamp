       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The assessment vendor's result file: the state's ID, the
           *> name as the vendor has it, the test and administration,
           *> and the scores.  No local ID - the cross-reference is
           *> the only way in.
           SELECT VENDOR-FILE ASSIGN TO WS-VENDOR-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDOR-FS.

           SELECT STATE-ID-FILE ASSIGN TO WS-STATEID-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SID-STUDENT-ID
               FILE STATUS IS STATEID-FS.

           *> The cross-reference re-sorted into state-ID order, so
           *> the vendor file (sorted the same way) matches against it
           *> in one pass - and a state ID carried by two local IDs
           *> shows up as two adjacent rows.
           SELECT XREF-SORTED ASSIGN TO "tstxref.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XREF-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT TEST-FILE ASSIGN TO WS-TEST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TST-KEY
               FILE STATUS IS TEST-FS.

           *> Every vendor record that did not load, with the reason,
           *> for the testing coordinator to resolve with the state.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT XREF-WORK ASSIGN TO "tstxwk.tmp".
           SELECT VENDOR-WORK ASSIGN TO "tstvwk.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 TVR-STATE-ID          PIC X(10).
           05 TVR-STUDENT-NAME      PIC X(20).
           05 TVR-TEST-CODE         PIC X(6).
           05 TVR-ADMIN-DATE        PIC 9(8).
           05 TVR-SCALE-SCORE       PIC 9(4).
           05 TVR-PERF-LEVEL        PIC 9(1).
           05 TVR-SUBSCORES         PIC X(24).

       FD STATE-ID-FILE.
       01 STATE-ID-RECORD.
           COPY "STATIDRC".

       FD XREF-SORTED.
       01 XREF-SORTED-RECORD.
           05 XRS-STUDENT-ID        PIC 9(6).
           05 XRS-STATE-ID          PIC X(10).
           05 XRS-LOADED-DATE       PIC 9(8).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TEST-FILE.
       01 TEST-RECORD.
           COPY "TESTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD XREF-WORK.
       01 XREF-WORK-RECORD.
           05 XRW-STUDENT-ID        PIC 9(6).
           05 XRW-STATE-ID          PIC X(10).
           05 XRW-LOADED-DATE       PIC 9(8).

       SD VENDOR-WORK.
       01 VENDOR-WORK-RECORD.
           05 VSW-STATE-ID          PIC X(10).
           05 VSW-STUDENT-NAME      PIC X(20).
           05 VSW-TEST-CODE         PIC X(6).
           05 VSW-ADMIN-DATE        PIC 9(8).
           05 VSW-SCALE-SCORE       PIC 9(4).
           05 VSW-PERF-LEVEL        PIC 9(1).
               88 VSW-LEVEL-VALID   VALUES 1 THRU 5.
           05 VSW-SUBSCORES         PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-DSNAME          PIC X(40) VALUE "testvend.dat".
       01 WS-STATEID-DSNAME         PIC X(40) VALUE "stateids.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-TEST-DSNAME            PIC X(40) VALUE "testscr.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "testrej.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 VENDOR-FS                PIC XX.
       01 STATEID-FS               PIC XX.
       01 XREF-FS                  PIC XX.
       01 STUDENT-FS               PIC XX.
       01 TEST-FS                  PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-XREF-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The cross-reference group for one state ID: the first
       *> local ID found and how many local IDs carry it.
       01 WS-GRP-STATE-ID          PIC X(10) VALUE LOW-VALUES.
       01 WS-GRP-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-GRP-COUNT             PIC 9(3) VALUE ZERO.

       01 WS-REJECT-REASON         PIC X(30).
       01 WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-LOADED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REPLACED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-UNMATCHED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-AMBIGUOUS-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-BAD-DATA-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-SCORE-EDIT            PIC ZZZ9.

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

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "STATE ID   VENDOR NAME          TEST   ADMIN DT "
               "SCORE LV REASON"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT VENDOR-FILE
           IF VENDOR-FS NOT = "00"
               DISPLAY "TSTLOAD: UNABLE TO OPEN VENDOR SCORE FILE, "
                   "STATUS=" VENDOR-FS
               STOP RUN
           END-IF
           CLOSE VENDOR-FILE

           OPEN INPUT STATE-ID-FILE
           IF STATEID-FS NOT = "00"
               DISPLAY "TSTLOAD: NO STATE-ID CROSS-REFERENCE ON "
                   "FILE - RUN STIDLOAD FIRST, STATUS=" STATEID-FS
               STOP RUN
           END-IF
           CLOSE STATE-ID-FILE

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "TSTLOAD: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN I-O TEST-FILE
           IF TEST-FS NOT = "00"
               OPEN OUTPUT TEST-FILE
               CLOSE TEST-FILE
               OPEN I-O TEST-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "TSTLOAD: UNABLE TO OPEN REJECT REPORT, "
                   "STATUS=" PRINT-FS
               STOP RUN
           END-IF

           SORT XREF-WORK
               ON ASCENDING KEY XRW-STATE-ID XRW-STUDENT-ID
               USING STATE-ID-FILE
               GIVING XREF-SORTED

           OPEN INPUT XREF-SORTED
           PERFORM READ-NEXT-XREF

           SORT VENDOR-WORK
               ON ASCENDING KEY VSW-STATE-ID VSW-TEST-CODE
                   VSW-ADMIN-DATE
               USING VENDOR-FILE
               OUTPUT PROCEDURE IS MATCH-THE-SCORES

           CLOSE XREF-SORTED
           CLOSE STUDENT-FILE
           CLOSE TEST-FILE

           IF WS-READ-COUNT = WS-LOADED-COUNT + WS-REPLACED-COUNT
               MOVE "NO REJECTED SCORE RECORDS" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== TEST SCORE LOAD SUMMARY ====="
           DISPLAY "VENDOR RECORDS   : " WS-READ-COUNT
           DISPLAY "SCORES LOADED    : " WS-LOADED-COUNT
           DISPLAY "SCORES REPLACED  : " WS-REPLACED-COUNT
           DISPLAY "UNMATCHED        : " WS-UNMATCHED-COUNT
           DISPLAY "AMBIGUOUS        : " WS-AMBIGUOUS-COUNT
           DISPLAY "BAD SCORE DATA   : " WS-BAD-DATA-COUNT
           DISPLAY "TSTLOAD: REJECTS LISTED ON " WS-PRINT-DSNAME

           STOP RUN.

       MATCH-THE-SCORES.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN VENDOR-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Match-One-Score
               END-RETURN
           END-PERFORM.

       *> The cross-reference is advanced group by group until it
       *> reaches or passes the vendor's state ID.  No group there
       *> is unmatched; a group of more than one local ID is
       *> ambiguous, and so is a vendor name that disagrees with the
       *> master - the same name check STIDLOAD insists on.
       Match-One-Score.
           PERFORM UNTIL WS-GRP-STATE-ID >= VSW-STATE-ID
               PERFORM LOAD-XREF-GROUP
           END-PERFORM
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-GRP-STATE-ID NOT = VSW-STATE-ID
                   MOVE "STATE ID NOT CROSS-REFERENCED"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN WS-GRP-COUNT > 1
                   MOVE "STATE ID ON TWO+ LOCAL IDS"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-AMBIGUOUS-COUNT
               WHEN OTHER
                   MOVE WS-GRP-STUDENT-ID TO STUDENT-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE "LOCAL ID NOT ON MASTER"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-UNMATCHED-COUNT
                       NOT INVALID KEY
                           PERFORM CHECK-THE-SCORE
                   END-READ
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM STORE-THE-SCORE
           ELSE
               PERFORM PRINT-THE-REJECT
           END-IF.

       CHECK-THE-SCORE.
           EVALUATE TRUE
               WHEN VSW-STUDENT-NAME NOT = SPACES
                   AND VSW-STUDENT-NAME NOT = STUDENT-NAME
                   MOVE "NAME DISAGREES WITH MASTER"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-AMBIGUOUS-COUNT
               WHEN VSW-TEST-CODE = SPACES
                   OR VSW-ADMIN-DATE IS NOT NUMERIC
                   OR VSW-ADMIN-DATE = ZERO
                   OR VSW-ADMIN-DATE > WS-RUN-DATE
                   MOVE "BAD TEST CODE OR DATE" TO WS-REJECT-REASON
                   ADD 1 TO WS-BAD-DATA-COUNT
               WHEN VSW-SCALE-SCORE IS NOT NUMERIC
                   OR NOT VSW-LEVEL-VALID
                   MOVE "BAD SCORE OR LEVEL" TO WS-REJECT-REASON
                   ADD 1 TO WS-BAD-DATA-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> A re-sent result replaces the one on file - the vendor's
       *> rescore stands.
       STORE-THE-SCORE.
           MOVE STUDENT-ID       TO TST-STUDENT-ID
           MOVE VSW-TEST-CODE    TO TST-TEST-CODE
           MOVE VSW-ADMIN-DATE   TO TST-ADMIN-DATE
           MOVE VSW-SCALE-SCORE  TO TST-SCALE-SCORE
           MOVE VSW-PERF-LEVEL   TO TST-PERF-LEVEL
           MOVE VSW-SUBSCORES    TO TST-SUBSCORES
           MOVE STUDENT-CAMPUS   TO TST-CAMPUS
           MOVE STUDENT-CLASS    TO TST-CLASS
           MOVE VSW-STATE-ID     TO TST-STATE-ID
           MOVE WS-RUN-DATE      TO TST-LOADED-DATE
           WRITE TEST-RECORD
               INVALID KEY
                   REWRITE TEST-RECORD
                       INVALID KEY
                           DISPLAY "TSTLOAD: REWRITE FAILED, ID="
                               STUDENT-ID " TEST=" VSW-TEST-CODE
                               " STATUS=" TEST-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       PRINT-THE-REJECT.
           MOVE SPACES TO WS-PRINT-LINE
           IF VSW-SCALE-SCORE IS NUMERIC
               MOVE VSW-SCALE-SCORE TO WS-SCORE-EDIT
           ELSE
               MOVE ZERO TO WS-SCORE-EDIT
           END-IF
           STRING VSW-STATE-ID " " VSW-STUDENT-NAME " "
               VSW-TEST-CODE " " VSW-ADMIN-DATE " " WS-SCORE-EDIT
               "  " VSW-PERF-LEVEL " " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Reads one state ID's rows off the sorted cross-reference,
       *> leaving the next group's first row in the record area.
       LOAD-XREF-GROUP.
           IF WS-XREF-EOF = "Y"
               MOVE HIGH-VALUES TO WS-GRP-STATE-ID
           ELSE
               MOVE XRS-STATE-ID   TO WS-GRP-STATE-ID
               MOVE XRS-STUDENT-ID TO WS-GRP-STUDENT-ID
               MOVE ZERO TO WS-GRP-COUNT
               PERFORM UNTIL WS-XREF-EOF = "Y"
                       OR XRS-STATE-ID NOT = WS-GRP-STATE-ID
                   ADD 1 TO WS-GRP-COUNT
                   PERFORM READ-NEXT-XREF
               END-PERFORM
           END-IF.

       READ-NEXT-XREF.
           READ XREF-SORTED
               AT END MOVE "Y" TO WS-XREF-EOF
           END-READ.

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
           STRING "TEST SCORE LOAD REJECTS"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TESTVEND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-VENDOR-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STATEIDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STATEID-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TESTSCR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TEST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TESTREJ-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
