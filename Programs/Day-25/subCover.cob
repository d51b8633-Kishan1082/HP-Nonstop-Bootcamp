       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBCOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> LEAVEMNT's day-by-day absence notes - the run STARTs
           *> at the cover date and reads only that day.
           SELECT STAFF-ABSENCE-FILE ASSIGN TO WS-STFABS-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS STFABS-FS.

           SELECT SUB-POOL-FILE ASSIGN TO WS-SUBPOOL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SBP-EMP-ID
               FILE STATUS IS SUBPOOL-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT CREDENTIAL-FILE ASSIGN TO WS-CRED-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS CRED-FS.

           *> The day's assignments are kept, not rebuilt: a rerun
           *> keeps every placed cover and only retries the periods
           *> still uncovered.
           SELECT COVER-FILE ASSIGN TO WS-COVER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBA-KEY
               FILE STATUS IS COVER-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT SHEET-WORK ASSIGN TO "subcover.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD STAFF-ABSENCE-FILE.
       01 STAFF-ABSENCE-RECORD.
           COPY "STFABSRC".

       FD SUB-POOL-FILE.
       01 SUB-POOL-RECORD.
           COPY "SUBPOLRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD CREDENTIAL-FILE.
       01 CREDENTIAL-RECORD.
           COPY "CREDENRC".

       FD COVER-FILE.
       01 COVER-RECORD.
           COPY "SUBASGRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> Uncovered periods sort ahead of everything (group "0"),
       *> then each campus's sheet in period order.
       SD SHEET-WORK.
       01 SHEET-WORK-RECORD.
           05 SHW-GROUP             PIC X(1).
           05 SHW-CAMPUS            PIC X(2).
           05 SHW-PERIOD            PIC 9(2).
           05 SHW-SECTION-CODE      PIC X(3).
           05 SHW-ROOM              PIC X(5).
           05 SHW-ABSENT-EMP-ID     PIC 9(3).
           05 SHW-SUB-EMP-ID        PIC 9(3).
           05 SHW-CRED-MATCH        PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STFABS-DSNAME          PIC X(40) VALUE "stfabs.idx".
       01 WS-SUBPOOL-DSNAME         PIC X(40) VALUE "subpool.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-CRED-DSNAME            PIC X(40) VALUE "credent.idx".
       01 WS-COVER-DSNAME           PIC X(40) VALUE "covasgn.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "subcover.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STFABS-FS                PIC XX.
       01 SUBPOOL-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 CATALOG-FS               PIC XX.
       01 CRED-FS                  PIC XX.
       01 COVER-FS                 PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The day being covered - the business date unless the
       *> office is building tomorrow's board tonight.
       01 WS-COVER-DATE            PIC 9(8) VALUE ZERO.
       01 WS-CRED-AVAILABLE        PIC X VALUE "N".

       *> Teachers out on the cover date, with the periods they
       *> miss (1-8 when the whole day).
       01 WS-ABS-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-ABS-TABLE.
           05 WS-ABS-ENTRY OCCURS 50 TIMES.
               10 WS-ABS-EMP-ID     PIC 9(3).
               10 WS-ABS-CAMPUS     PIC X(2).
               10 WS-ABS-FIRST      PIC 9(2).
               10 WS-ABS-LAST       PIC 9(2).
       01 WS-ABS-SUB               PIC 9(3) COMP.
       01 WS-ABS-HIT               PIC 9(3) COMP.

       *> The pool as it stands for the day: each substitute's
       *> home campus and which of the eight periods are already
       *> spoken for - by a cover placed earlier, or by a section
       *> the substitute teaches in their own right.
       01 WS-SUB-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 50 TIMES.
               10 WS-SUB-EMP-ID     PIC 9(3).
               10 WS-SUB-CAMPUS     PIC X(2).
               10 WS-SUB-BUSY       PIC X(1) OCCURS 8 TIMES.
       01 WS-SUB-SUB               PIC 9(3) COMP.
       01 WS-PICK-SUB              PIC 9(3) COMP.
       01 WS-PICK-CRED             PIC X(1).
       01 WS-PASS                  PIC 9(1) COMP.
       01 WS-CRED-OK               PIC X(1).

       *> Sections that need a cover today, gathered in one pass
       *> of the catalog before anybody is placed.
       01 WS-NEED-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-NEED-TABLE.
           05 WS-NEED-ENTRY OCCURS 200 TIMES.
               10 WS-NEED-SECTION   PIC X(3).
               10 WS-NEED-PERIOD    PIC 9(2).
               10 WS-NEED-ROOM      PIC X(5).
               10 WS-NEED-SUBJECT   PIC X(3).
               10 WS-NEED-ABSENT    PIC 9(3).
               10 WS-NEED-CAMPUS    PIC X(2).
               10 WS-NEED-STATE     PIC X(1).
                   88 WS-NEED-OPEN      VALUE "O".
                   88 WS-NEED-KEPT      VALUE "K".
                   88 WS-NEED-RETRY     VALUE "R".
       01 WS-NEED-SUB              PIC 9(3) COMP.

       *> Run control totals.
       01 WS-ABSENCES-READ         PIC 9(6) VALUE ZERO.
       01 WS-NEEDS-FOUND           PIC 9(6) VALUE ZERO.
       01 WS-KEPT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-PLACED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-NO-CRED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-UNCOVERED-COUNT       PIC 9(6) VALUE ZERO.

       *> Report control breaks.
       01 WS-CURRENT-GROUP         PIC X(1) VALUE SPACE.
       01 WS-CURRENT-CAMPUS        PIC X(2) VALUE SPACES.
       01 WS-HEADING-TEXT          PIC X(40) VALUE SPACES.
       01 WS-ABSENT-NAME           PIC X(20).
       01 WS-SUB-NAME              PIC X(20).
       01 WS-CRED-TEXT             PIC X(12).
       01 WS-LOOKUP-ID             PIC 9(3).
       01 WS-LOOKUP-NAME           PIC X(20).
       01 WS-SHEET-LINES           PIC 9(6) VALUE ZERO.

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
           IF WS-COVER-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-COVER-DATE
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "SUBCOVER: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "SUBCOVER: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT CREDENTIAL-FILE
           IF CRED-FS = "00"
               MOVE "Y" TO WS-CRED-AVAILABLE
           ELSE
               DISPLAY "SUBCOVER: CREDENTIAL FILE NOT AVAILABLE, "
                   "COVERS PLACED WITHOUT CREDENTIAL PREFERENCE"
           END-IF

           OPEN I-O COVER-FILE
           IF COVER-FS NOT = "00"
               OPEN OUTPUT COVER-FILE
               CLOSE COVER-FILE
               OPEN I-O COVER-FILE
           END-IF

           PERFORM LOAD-ABSENCES
           PERFORM LOAD-SUB-POOL
           PERFORM GATHER-NEEDS
           PERFORM NOTE-KEPT-COVERS

           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > WS-NEED-COUNT
               IF NOT WS-NEED-KEPT (WS-NEED-SUB)
                   PERFORM PLACE-ONE-COVER
               END-IF
           END-PERFORM

           CLOSE CATALOG-FILE
           IF WS-CRED-AVAILABLE = "Y"
               CLOSE CREDENTIAL-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           SORT SHEET-WORK
               ON ASCENDING KEY SHW-GROUP
               ON ASCENDING KEY SHW-CAMPUS
               ON ASCENDING KEY SHW-PERIOD
               ON ASCENDING KEY SHW-SECTION-CODE
               INPUT PROCEDURE IS GATHER-SHEET
               OUTPUT PROCEDURE IS PRINT-SHEETS
           CLOSE PRINT-FILE
           CLOSE COVER-FILE
           CLOSE EMP-FILE

           DISPLAY "===== SUBSTITUTE COVERAGE - " WS-COVER-DATE
               " ====="
           DISPLAY "STAFF ABSENCES      : " WS-ABSENCES-READ
           DISPLAY "PERIODS NEEDING COVER: " WS-NEEDS-FOUND
           DISPLAY "KEPT FROM EARLIER RUN: " WS-KEPT-COUNT
           DISPLAY "COVERS PLACED       : " WS-PLACED-COUNT
           DISPLAY "  WITHOUT CREDENTIAL: " WS-NO-CRED-COUNT
           DISPLAY "UNCOVERED PERIODS   : " WS-UNCOVERED-COUNT
           DISPLAY "SUBCOVER: COVERAGE SHEET SPOOLED TO "
               WS-PRINT-DSNAME

           STOP RUN.

       LOAD-ABSENCES.
           OPEN INPUT STAFF-ABSENCE-FILE
           IF STFABS-FS NOT = "00"
               DISPLAY "SUBCOVER: NO STAFF ABSENCE FILE - RUN "
                   "LEAVEMNT FIRST, STATUS=" STFABS-FS
           ELSE
               MOVE WS-COVER-DATE TO SAB-ABSENCE-DATE
               MOVE ZERO TO SAB-EMP-ID
               MOVE "N" TO WS-EOF
               START STAFF-ABSENCE-FILE KEY IS NOT LESS THAN SAB-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ STAFF-ABSENCE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SAB-ABSENCE-DATE NOT = WS-COVER-DATE
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM NOTE-ONE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-ABSENCE-FILE
           END-IF.

       NOTE-ONE-ABSENCE.
           ADD 1 TO WS-ABSENCES-READ
           IF WS-ABS-COUNT < 50
               ADD 1 TO WS-ABS-COUNT
               MOVE SAB-EMP-ID TO WS-ABS-EMP-ID (WS-ABS-COUNT)
               MOVE SAB-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-ABS-CAMPUS (WS-ABS-COUNT)
                   NOT INVALID KEY
                       MOVE EMP-CAMPUS TO WS-ABS-CAMPUS (WS-ABS-COUNT)
               END-READ
               IF SAB-FIRST-PERIOD = ZERO AND SAB-LAST-PERIOD = ZERO
                   MOVE 1 TO WS-ABS-FIRST (WS-ABS-COUNT)
                   MOVE 8 TO WS-ABS-LAST (WS-ABS-COUNT)
               ELSE
                   MOVE SAB-FIRST-PERIOD TO WS-ABS-FIRST (WS-ABS-COUNT)
                   MOVE SAB-LAST-PERIOD  TO WS-ABS-LAST (WS-ABS-COUNT)
                   IF WS-ABS-LAST (WS-ABS-COUNT) = ZERO
                       MOVE 8 TO WS-ABS-LAST (WS-ABS-COUNT)
                   END-IF
               END-IF
           ELSE
               DISPLAY "SUBCOVER: ABSENCE TABLE FULL, EMP-ID "
                   SAB-EMP-ID " NOT COVERED THIS RUN"
           END-IF.

       *> An available substitute who is out today is no use to
       *> anyone - they stay out of the day's table.
       LOAD-SUB-POOL.
           OPEN INPUT SUB-POOL-FILE
           IF SUBPOOL-FS NOT = "00"
               DISPLAY "SUBCOVER: NO SUBSTITUTE POOL ON FILE - RUN "
                   "SUBPMNT FIRST, EVERY PERIOD PRINTS UNCOVERED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SUB-POOL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SBP-AVAILABLE
                               PERFORM NOTE-ONE-SUBSTITUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUB-POOL-FILE
           END-IF.

       NOTE-ONE-SUBSTITUTE.
           MOVE ZERO TO WS-ABS-HIT
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
                   UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF WS-ABS-EMP-ID (WS-ABS-SUB) = SBP-EMP-ID
                   MOVE WS-ABS-SUB TO WS-ABS-HIT
               END-IF
           END-PERFORM
           IF WS-ABS-HIT = ZERO
               IF WS-SUB-COUNT < 50
                   ADD 1 TO WS-SUB-COUNT
                   MOVE SBP-EMP-ID TO WS-SUB-EMP-ID (WS-SUB-COUNT)
                   MOVE SBP-HOME-CAMPUS
                       TO WS-SUB-CAMPUS (WS-SUB-COUNT)
                   PERFORM VARYING WS-PASS FROM 1 BY 1
                           UNTIL WS-PASS > 8
                       MOVE "N" TO WS-SUB-BUSY (WS-SUB-COUNT WS-PASS)
                   END-PERFORM
               ELSE
                   DISPLAY "SUBCOVER: POOL TABLE FULL, EMP-ID "
                       SBP-EMP-ID " NOT USED THIS RUN"
               END-IF
           END-IF.

       *> One catalog pass does two jobs: a section whose teacher
       *> is out becomes a need, and a section a pool member
       *> teaches marks that period busy for them.
       GATHER-NEEDS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CRS-TEACHER-ID NOT = ZERO
                           AND CRS-MEETING-PERIOD > ZERO
                           AND CRS-MEETING-PERIOD NOT > 8
                           PERFORM JUDGE-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-ONE-SECTION.
           PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
                   UNTIL WS-SUB-SUB > WS-SUB-COUNT
               IF WS-SUB-EMP-ID (WS-SUB-SUB) = CRS-TEACHER-ID
                   MOVE "Y" TO
                       WS-SUB-BUSY (WS-SUB-SUB CRS-MEETING-PERIOD)
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-ABS-HIT
           PERFORM VARYING WS-ABS-SUB FROM 1 BY 1
                   UNTIL WS-ABS-SUB > WS-ABS-COUNT
               IF WS-ABS-EMP-ID (WS-ABS-SUB) = CRS-TEACHER-ID
                   AND CRS-MEETING-PERIOD
                       NOT < WS-ABS-FIRST (WS-ABS-SUB)
                   AND CRS-MEETING-PERIOD
                       NOT > WS-ABS-LAST (WS-ABS-SUB)
                   MOVE WS-ABS-SUB TO WS-ABS-HIT
               END-IF
           END-PERFORM

           IF WS-ABS-HIT > ZERO
               IF WS-NEED-COUNT < 200
                   ADD 1 TO WS-NEED-COUNT
                   ADD 1 TO WS-NEEDS-FOUND
                   MOVE CRS-SECTION-CODE
                       TO WS-NEED-SECTION (WS-NEED-COUNT)
                   MOVE CRS-MEETING-PERIOD
                       TO WS-NEED-PERIOD (WS-NEED-COUNT)
                   MOVE CRS-ROOM TO WS-NEED-ROOM (WS-NEED-COUNT)
                   MOVE CRS-SUBJECT-AREA
                       TO WS-NEED-SUBJECT (WS-NEED-COUNT)
                   MOVE CRS-TEACHER-ID
                       TO WS-NEED-ABSENT (WS-NEED-COUNT)
                   MOVE WS-ABS-CAMPUS (WS-ABS-HIT)
                       TO WS-NEED-CAMPUS (WS-NEED-COUNT)
                   MOVE "O" TO WS-NEED-STATE (WS-NEED-COUNT)
               ELSE
                   DISPLAY "SUBCOVER: NEED TABLE FULL, SECTION "
                       CRS-SECTION-CODE " NOT COVERED THIS RUN"
               END-IF
           END-IF.

       *> A rerun keeps every cover already placed for the day (and
       *> holds its substitute's period), and retries only the
       *> periods an earlier run left uncovered.
       NOTE-KEPT-COVERS.
           PERFORM VARYING WS-NEED-SUB FROM 1 BY 1
                   UNTIL WS-NEED-SUB > WS-NEED-COUNT
               MOVE WS-COVER-DATE TO SBA-COVER-DATE
               MOVE WS-NEED-SECTION (WS-NEED-SUB) TO SBA-SECTION-CODE
               READ COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SBA-COVERED
                           MOVE "K" TO WS-NEED-STATE (WS-NEED-SUB)
                           ADD 1 TO WS-KEPT-COUNT
                           PERFORM HOLD-KEPT-SUBSTITUTE
                       ELSE
                           MOVE "R" TO WS-NEED-STATE (WS-NEED-SUB)
                       END-IF
               END-READ
           END-PERFORM.

       HOLD-KEPT-SUBSTITUTE.
           PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
                   UNTIL WS-SUB-SUB > WS-SUB-COUNT
               IF WS-SUB-EMP-ID (WS-SUB-SUB) = SBA-SUB-EMP-ID
                   AND SBA-MEETING-PERIOD > ZERO
                   AND SBA-MEETING-PERIOD NOT > 8
                   MOVE "Y" TO
                       WS-SUB-BUSY (WS-SUB-SUB SBA-MEETING-PERIOD)
               END-IF
           END-PERFORM.

       *> Four passes, best fit first: credentialed at the home
       *> campus, credentialed anywhere, free at the home campus,
       *> free anywhere.  A section with no subject area carries
       *> no credential rule, so any free substitute fits it.
       PLACE-ONE-COVER.
           MOVE ZERO TO WS-PICK-SUB
           MOVE "N" TO WS-PICK-CRED
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > 4 OR WS-PICK-SUB > ZERO
               PERFORM VARYING WS-SUB-SUB FROM 1 BY 1
                       UNTIL WS-SUB-SUB > WS-SUB-COUNT
                           OR WS-PICK-SUB > ZERO
                   PERFORM TRY-ONE-SUBSTITUTE
               END-PERFORM
           END-PERFORM

           MOVE WS-COVER-DATE                 TO SBA-COVER-DATE
           MOVE WS-NEED-SECTION (WS-NEED-SUB) TO SBA-SECTION-CODE
           MOVE WS-NEED-ABSENT (WS-NEED-SUB)  TO SBA-ABSENT-EMP-ID
           MOVE WS-NEED-PERIOD (WS-NEED-SUB)  TO SBA-MEETING-PERIOD
           MOVE WS-NEED-ROOM (WS-NEED-SUB)    TO SBA-ROOM
           MOVE WS-NEED-CAMPUS (WS-NEED-SUB)  TO SBA-CAMPUS
           MOVE WS-NEED-SUBJECT (WS-NEED-SUB) TO SBA-SUBJECT-AREA
           IF WS-PICK-SUB > ZERO
               MOVE WS-SUB-EMP-ID (WS-PICK-SUB) TO SBA-SUB-EMP-ID
               MOVE "C" TO SBA-STATUS
               MOVE WS-PICK-CRED TO SBA-CRED-MATCH
               MOVE "Y" TO WS-SUB-BUSY (WS-PICK-SUB
                   WS-NEED-PERIOD (WS-NEED-SUB))
               ADD 1 TO WS-PLACED-COUNT
               IF WS-PICK-CRED NOT = "Y"
                   ADD 1 TO WS-NO-CRED-COUNT
               END-IF
           ELSE
               MOVE ZERO TO SBA-SUB-EMP-ID
               MOVE "U" TO SBA-STATUS
               MOVE "N" TO SBA-CRED-MATCH
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF

           IF WS-NEED-RETRY (WS-NEED-SUB)
               REWRITE COVER-RECORD
                   INVALID KEY
                       DISPLAY "SUBCOVER: COVER REWRITE FAILED, "
                           "SECTION=" SBA-SECTION-CODE
               END-REWRITE
           ELSE
               WRITE COVER-RECORD
                   INVALID KEY
                       DISPLAY "SUBCOVER: COVER WRITE FAILED, "
                           "SECTION=" SBA-SECTION-CODE
               END-WRITE
           END-IF.

       TRY-ONE-SUBSTITUTE.
           IF WS-SUB-BUSY (WS-SUB-SUB WS-NEED-PERIOD (WS-NEED-SUB))
                   = "N"
               IF (WS-PASS = 1 OR WS-PASS = 3)
                   AND WS-SUB-CAMPUS (WS-SUB-SUB)
                       NOT = WS-NEED-CAMPUS (WS-NEED-SUB)
                   CONTINUE
               ELSE
                   PERFORM CHECK-SUB-CREDENTIAL
                   IF WS-PASS > 2 OR WS-CRED-OK = "Y"
                       MOVE WS-SUB-SUB TO WS-PICK-SUB
                       MOVE WS-CRED-OK TO WS-PICK-CRED
                   END-IF
               END-IF
           END-IF.

       CHECK-SUB-CREDENTIAL.
           MOVE "N" TO WS-CRED-OK
           IF WS-NEED-SUBJECT (WS-NEED-SUB) = SPACES
               MOVE "Y" TO WS-CRED-OK
           ELSE
               IF WS-CRED-AVAILABLE = "Y"
                   MOVE WS-SUB-EMP-ID (WS-SUB-SUB) TO CRD-EMP-ID
                   MOVE WS-NEED-SUBJECT (WS-NEED-SUB)
                       TO CRD-SUBJECT-AREA
                   READ CREDENTIAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRD-EXPIRY-DATE NOT < WS-COVER-DATE
                               MOVE "Y" TO WS-CRED-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.

       GATHER-SHEET.
           MOVE WS-COVER-DATE TO SBA-COVER-DATE
           MOVE LOW-VALUES TO SBA-SECTION-CODE
           MOVE "N" TO WS-EOF
           START COVER-FILE KEY IS NOT LESS THAN SBA-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ COVER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SBA-COVER-DATE NOT = WS-COVER-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM RELEASE-SHEET-LINE
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-SHEET-LINE.
           IF SBA-UNCOVERED
               MOVE "0" TO SHW-GROUP
           ELSE
               MOVE "1" TO SHW-GROUP
           END-IF
           MOVE SBA-CAMPUS         TO SHW-CAMPUS
           MOVE SBA-MEETING-PERIOD TO SHW-PERIOD
           MOVE SBA-SECTION-CODE   TO SHW-SECTION-CODE
           MOVE SBA-ROOM           TO SHW-ROOM
           MOVE SBA-ABSENT-EMP-ID  TO SHW-ABSENT-EMP-ID
           MOVE SBA-SUB-EMP-ID     TO SHW-SUB-EMP-ID
           MOVE SBA-CRED-MATCH     TO SHW-CRED-MATCH
           RELEASE SHEET-WORK-RECORD.

       PRINT-SHEETS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN SHEET-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-SHEET-LINE
               END-RETURN
           END-PERFORM
           IF WS-SHEET-LINES = ZERO
               MOVE "NO STAFF ABSENCES NEEDING COVER"
                   TO WS-HEADING-TEXT
               PERFORM PRINT-PAGE-HEADING
           END-IF.

       *> The uncovered list heads the output on its own page; each
       *> campus's sheet then starts a fresh page the office can
       *> hand to that front desk.
       PRINT-ONE-SHEET-LINE.
           IF SHW-GROUP NOT = WS-CURRENT-GROUP
               OR (SHW-GROUP = "1"
                   AND SHW-CAMPUS NOT = WS-CURRENT-CAMPUS)
               MOVE SHW-GROUP  TO WS-CURRENT-GROUP
               MOVE SHW-CAMPUS TO WS-CURRENT-CAMPUS
               MOVE SPACES TO WS-HEADING-TEXT
               IF SHW-GROUP = "0"
                   MOVE "*** UNCOVERED PERIODS - ALL CAMPUSES ***"
                       TO WS-HEADING-TEXT
               ELSE
                   STRING "COVERAGE SHEET - CAMPUS " SHW-CAMPUS
                       DELIMITED BY SIZE INTO WS-HEADING-TEXT
               END-IF
               PERFORM PRINT-PAGE-HEADING
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CMP PD SEC ROOM  ABSENT TEACHER       "
                   "     SUBSTITUTE                CREDENTIAL"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           MOVE SHW-ABSENT-EMP-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-NAME
           MOVE WS-LOOKUP-NAME TO WS-ABSENT-NAME
           IF SHW-GROUP = "0"
               MOVE "*** NONE FREE ***" TO WS-SUB-NAME
               MOVE SPACES TO WS-CRED-TEXT
           ELSE
               MOVE SHW-SUB-EMP-ID TO WS-LOOKUP-ID
               PERFORM LOOK-UP-NAME
               MOVE WS-LOOKUP-NAME TO WS-SUB-NAME
               IF SHW-CRED-MATCH = "Y"
                   MOVE "CREDENTIALED" TO WS-CRED-TEXT
               ELSE
                   MOVE "NOT IN FIELD" TO WS-CRED-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING SHW-CAMPUS "  " SHW-PERIOD " " SHW-SECTION-CODE " "
               SHW-ROOM " " SHW-ABSENT-EMP-ID " " WS-ABSENT-NAME
               "  " SHW-SUB-EMP-ID " " WS-SUB-NAME "  " WS-CRED-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           ADD 1 TO WS-SHEET-LINES.

       LOOK-UP-NAME.
           MOVE WS-LOOKUP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-LOOKUP-NAME
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-LOOKUP-NAME
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
           STRING "SUBSTITUTE COVERAGE FOR " WS-COVER-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STFABS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STFABS-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SUBPOOL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SUBPOOL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CREDENT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRED-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "COVASGN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COVER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SUBCOVER-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "COVER-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-COVER-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
