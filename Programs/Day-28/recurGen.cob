       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> RCRMNT's schedules - rewritten here only to stop the
           *> ones whose student has gone or whose stop date passed.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-KEY
               FILE STATUS IS SCHEDULE-FS.

           *> One row per schedule per period billed.  The feed
           *> record and its history row are written together, and
           *> a schedule with a row for the period is passed over -
           *> so a rerun of the month bills nothing twice.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCH-KEY
               FILE STATUS IS HISTORY-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> CHGPOST's charge feed, one file per billing period
           *> (rcrYYYYMM.dat) - post it with CHG-TRAN-FILE pointed
           *> at it.  A rerun writes only what the earlier run did
           *> not, so it will not start over a feed that still holds
           *> records: post that feed and set it aside first (or
           *> rebuild the period's feed - see RCRGEN-REBUILD).
           SELECT CHG-TRAN-FILE ASSIGN TO WS-CHGTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHGTRAN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY "RCRCHGRC".

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY "RCRHSTRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       *> Same shape as CHGPOST's CHG-TRAN-RECORD.
       FD CHG-TRAN-FILE.
       01 CHG-TRAN-RECORD.
           05 CHT-STUDENT-ID        PIC 9(6).
           05 CHT-CHARGE-CODE       PIC X(3).
           05 CHT-AMOUNT            PIC S9(5)V99 COMP-3.
           05 CHT-POST-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-DSNAME        PIC X(40) VALUE "rcrchg.idx".
       01 WS-HISTORY-DSNAME         PIC X(40) VALUE "rcrhist.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHGTRAN-DSNAME         PIC X(40) VALUE SPACES.
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 SCHEDULE-FS              PIC XX.
       01 HISTORY-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHGTRAN-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYYMM         PIC 9(6).
           05 FILLER                PIC 9(2).

       *> The billing period (YYYYMM) - the business date's month
       *> unless RCRGEN-PERIOD names another.  RCRGEN-REBUILD=Y
       *> writes the period's feed again from the history, for a
       *> feed lost before CHGPOST posted it; nothing new is billed.
       01 WS-PERIOD                PIC 9(6) VALUE ZERO.
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY        PIC 9(4).
           05 WS-PERIOD-MM          PIC 9(2).
       01 WS-REBUILD-FLAG          PIC X VALUE "N".
           88 WS-REBUILD           VALUE "Y".

       *> Cycle arithmetic: months from the schedule's start month
       *> to the period.  A quarterly fee bills when that count is a
       *> multiple of 3, an annual fee a multiple of 12.
       01 WS-START-DATE            PIC 9(8).
       01 WS-START-PARTS REDEFINES WS-START-DATE.
           05 WS-START-YYYY         PIC 9(4).
           05 WS-START-MM           PIC 9(2).
           05 FILLER                PIC 9(2).
       01 WS-STOP-DATE             PIC 9(8).
       01 WS-STOP-PARTS REDEFINES WS-STOP-DATE.
           05 WS-STOP-YYYYMM        PIC 9(6).
           05 FILLER                PIC 9(2).
       01 WS-MONTHS-IN             PIC S9(5) COMP.
       01 WS-CYCLE-QUOTIENT        PIC 9(5) COMP.
       01 WS-CYCLE-REMAINDER       PIC 9(5) COMP.
       01 WS-DUE-FLAG              PIC X VALUE "N".
           88 WS-DUE-THIS-PERIOD   VALUE "Y".

       01 WS-SCHED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-BILLED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NOT-DUE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-GONE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-EXPIRED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-BILLED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).

       *> AUDITWR call arguments - a schedule stopped by this run
       *> lands on the common trail like one stopped at RCRMNT.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "RCRGEN".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "RCRCHG".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           MOVE WS-RUN-YYYYMM TO WS-PERIOD
           PERFORM SET-FILENAMES
           IF WS-CHGTRAN-DSNAME = SPACES
               STRING "rcr" WS-PERIOD ".dat" DELIMITED BY SIZE
                   INTO WS-CHGTRAN-DSNAME
           END-IF

           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "RCRGEN: BILLING PERIOD " WS-PERIOD
                   " IS NOT A YYYYMM MONTH - NOT RUNNING"
               STOP RUN
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-FS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           IF NOT WS-REBUILD
               PERFORM CHECK-FEED-NOT-WAITING
           END-IF

           OPEN OUTPUT CHG-TRAN-FILE
           IF CHGTRAN-FS NOT = "00"
               DISPLAY "RCRGEN: UNABLE TO OPEN CHARGE FEED "
                   WS-CHGTRAN-DSNAME ", STATUS=" CHGTRAN-FS
               STOP RUN
           END-IF

           IF WS-REBUILD
               PERFORM REBUILD-FROM-HISTORY
           ELSE
               PERFORM BILL-THE-SCHEDULES
           END-IF

           CLOSE HISTORY-FILE
           CLOSE CHG-TRAN-FILE

           CALL "CURREDIT" USING WS-TOTAL-BILLED WS-TOTAL-EDIT
           DISPLAY "===== RECURRING CHARGE GENERATION ====="
           DISPLAY "BILLING PERIOD     : " WS-PERIOD
           IF WS-REBUILD
               DISPLAY "FEED REBUILT FROM HISTORY - NOTHING NEW "
                   "BILLED"
           ELSE
               DISPLAY "SCHEDULES READ     : " WS-SCHED-COUNT
               DISPLAY "ALREADY BILLED     : " WS-ALREADY-COUNT
               DISPLAY "NOT DUE THIS PERIOD: " WS-NOT-DUE-COUNT
               DISPLAY "STOPPED, STUDENT GONE : " WS-GONE-COUNT
               DISPLAY "STOPPED, PAST STOP    : " WS-EXPIRED-COUNT
           END-IF
           DISPLAY "CHARGES WRITTEN    : " WS-BILLED-COUNT
           DISPLAY "TOTAL BILLED       : " WS-TOTAL-EDIT
           DISPLAY "RCRGEN: FEED WRITTEN TO " WS-CHGTRAN-DSNAME
               " - POST WITH CHGPOST"

           STOP RUN.

       *> The history already counts everything on an earlier
       *> run's feed as billed, so truncating that feed before
       *> CHGPOST saw it would lose the charges for good.  CHGPOST
       *> leaves its input where it found it; a feed with records in
       *> it is taken as not yet set aside.
       CHECK-FEED-NOT-WAITING.
           OPEN INPUT CHG-TRAN-FILE
           IF CHGTRAN-FS = "00"
               READ CHG-TRAN-FILE
                   AT END CONTINUE
               END-READ
               IF CHGTRAN-FS = "00"
                   DISPLAY "RCRGEN: FEED " WS-CHGTRAN-DSNAME
                       " STILL HOLDS CHARGES - POST IT WITH CHGPOST "
                       "AND SET IT ASIDE BEFORE RUNNING AGAIN"
                   CLOSE CHG-TRAN-FILE
                   CLOSE HISTORY-FILE
                   STOP RUN
               END-IF
               CLOSE CHG-TRAN-FILE
           END-IF.

       BILL-THE-SCHEDULES.
           OPEN I-O SCHEDULE-FILE
           IF SCHEDULE-FS NOT = "00"
               DISPLAY "RCRGEN: NO RECURRING CHARGE SCHEDULES ON "
                   "FILE, STATUS=" SCHEDULE-FS
           ELSE
               OPEN INPUT STUDENT-FILE
               IF STUDENT-FS NOT = "00"
                   DISPLAY "RCRGEN: UNABLE TO OPEN STUDENT FILE, "
                       "STATUS=" STUDENT-FS
                   CLOSE SCHEDULE-FILE
                   CLOSE HISTORY-FILE
                   CLOSE CHG-TRAN-FILE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RCS-ACTIVE
                               ADD 1 TO WS-SCHED-COUNT
                               PERFORM Consider-One-Schedule
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               CLOSE STUDENT-FILE
           END-IF.

       *> A student deactivated or transferred out stops every fee
       *> at once, dated from the master's last activity (the
       *> deactivation or transfer date); a schedule past its stop
       *> month stops as expired.  Anything else bills if its cycle
       *> falls due and the history has no row for the period.
       Consider-One-Schedule.
           MOVE RCS-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "D" TO STUDENT-STATUS
                   MOVE ZERO TO STUDENT-LAST-ACTIVITY-DATE
           END-READ
           MOVE RCS-START-DATE TO WS-START-DATE
           MOVE RCS-STOP-DATE  TO WS-STOP-DATE
           EVALUATE TRUE
               WHEN NOT STUDENT-ACTIVE
                   PERFORM STOP-FOR-DEPARTURE
               WHEN RCS-STOP-DATE NOT = ZERO
                   AND WS-STOP-YYYYMM < WS-PERIOD
                   PERFORM STOP-AS-EXPIRED
               WHEN OTHER
                   PERFORM CHECK-CYCLE-DUE
                   IF WS-DUE-THIS-PERIOD
                       PERFORM BILL-IF-NOT-BILLED
                   ELSE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
           END-EVALUATE.

       STOP-FOR-DEPARTURE.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           IF STUDENT-LAST-ACTIVITY-DATE IS NUMERIC
               AND STUDENT-LAST-ACTIVITY-DATE NOT = ZERO
               AND (RCS-STOP-DATE = ZERO
                   OR STUDENT-LAST-ACTIVITY-DATE < RCS-STOP-DATE)
               MOVE STUDENT-LAST-ACTIVITY-DATE TO RCS-STOP-DATE
           END-IF
           IF RCS-STOP-DATE = ZERO
               MOVE WS-RUN-DATE TO RCS-STOP-DATE
           END-IF
           SET RCS-STOPPED TO TRUE
           SET RCS-STUDENT-GONE TO TRUE
           PERFORM REWRITE-SCHEDULE
           ADD 1 TO WS-GONE-COUNT
           DISPLAY "RCRGEN: STUDENT " RCS-STUDENT-ID
               " NO LONGER ACTIVE - SCHEDULE " RCS-SCHED-SEQ " "
               RCS-CHARGE-CODE " STOPPED".

       STOP-AS-EXPIRED.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           SET RCS-STOPPED TO TRUE
           SET RCS-EXPIRED TO TRUE
           PERFORM REWRITE-SCHEDULE
           ADD 1 TO WS-EXPIRED-COUNT.

       CHECK-CYCLE-DUE.
           MOVE "N" TO WS-DUE-FLAG
           COMPUTE WS-MONTHS-IN =
               (WS-PERIOD-YYYY * 12 + WS-PERIOD-MM)
             - (WS-START-YYYY * 12 + WS-START-MM)
           IF WS-MONTHS-IN >= ZERO
               EVALUATE TRUE
                   WHEN RCS-MONTHLY
                       MOVE "Y" TO WS-DUE-FLAG
                   WHEN RCS-QUARTERLY
                       DIVIDE WS-MONTHS-IN BY 3
                           GIVING WS-CYCLE-QUOTIENT
                           REMAINDER WS-CYCLE-REMAINDER
                       IF WS-CYCLE-REMAINDER = ZERO
                           MOVE "Y" TO WS-DUE-FLAG
                       END-IF
                   WHEN RCS-ANNUAL
                       DIVIDE WS-MONTHS-IN BY 12
                           GIVING WS-CYCLE-QUOTIENT
                           REMAINDER WS-CYCLE-REMAINDER
                       IF WS-CYCLE-REMAINDER = ZERO
                           MOVE "Y" TO WS-DUE-FLAG
                       END-IF
               END-EVALUATE
           END-IF.

       BILL-IF-NOT-BILLED.
           MOVE RCS-STUDENT-ID TO RCH-STUDENT-ID
           MOVE RCS-SCHED-SEQ  TO RCH-SCHED-SEQ
           MOVE WS-PERIOD      TO RCH-PERIOD
           READ HISTORY-FILE
               INVALID KEY
                   PERFORM BILL-THE-PERIOD
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
           END-READ.

       *> History row first: if it cannot be written the charge is
       *> not put on the feed, so the guard and the feed never
       *> disagree.
       BILL-THE-PERIOD.
           MOVE RCS-CHARGE-CODE TO RCH-CHARGE-CODE
           MOVE RCS-AMOUNT      TO RCH-AMOUNT
           MOVE WS-RUN-DATE     TO RCH-POST-DATE
           MOVE WS-RUN-DATE     TO RCH-GENERATED-DATE
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "RCRGEN: HISTORY WRITE FAILED, STUDENT="
                       RCS-STUDENT-ID " STATUS=" HISTORY-FS
               NOT INVALID KEY
                   PERFORM WRITE-FEED-RECORD
                   MOVE WS-PERIOD TO RCS-LAST-PERIOD
                   REWRITE SCHEDULE-RECORD
                       INVALID KEY
                           DISPLAY "RCRGEN: REWRITE FAILED, "
                               "STUDENT=" RCS-STUDENT-ID
                   END-REWRITE
           END-WRITE.

       WRITE-FEED-RECORD.
           MOVE RCH-STUDENT-ID  TO CHT-STUDENT-ID
           MOVE RCH-CHARGE-CODE TO CHT-CHARGE-CODE
           MOVE RCH-AMOUNT      TO CHT-AMOUNT
           MOVE RCH-POST-DATE   TO CHT-POST-DATE
           WRITE CHG-TRAN-RECORD
           ADD 1 TO WS-BILLED-COUNT
           ADD RCH-AMOUNT TO WS-TOTAL-BILLED.

       REBUILD-FROM-HISTORY.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RCH-PERIOD = WS-PERIOD
                           PERFORM WRITE-FEED-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-SCHEDULE.
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "RCRGEN: REWRITE FAILED, STUDENT="
                       RCS-STUDENT-ID " STATUS=" SCHEDULE-FS
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       *> The same schedule summary RCRMNT audits.
       BUILD-AUDIT-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER
           STRING "RCR " RCS-SCHED-SEQ " " RCS-CHARGE-CODE " "
               RCS-FREQUENCY " " RCS-START-DATE "-" RCS-STOP-DATE
               " " RCS-STATUS RCS-STOP-REASON
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE RCS-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCRCHG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SCHEDULE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCRHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTORY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCR-FEED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCRGEN-PERIOD"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PERIOD = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCRGEN-REBUILD"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REBUILD-FLAG
           END-IF.
