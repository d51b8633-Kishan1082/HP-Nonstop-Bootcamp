       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Last night's plan as JOBPLAN left it - status, the
           *> predecessor chain, and the launch/finish stamps.
           SELECT JOB-SCHED-FILE ASSIGN TO WS-JOBSCHED-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JSC-KEY
               FILE STATUS IS JOBSCHED-FS.

           *> Every timed job and batch-cycle step, appended by
           *> JOBTIMR - tonight's rows and the trailing history the
           *> averages come from.
           SELECT JOBTIME-FILE ASSIGN TO WS-JOBTIME-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBTIME-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-SCHED-FILE.
       01 JOB-SCHED-RECORD.
           COPY "JOBSCHRC".

       FD JOBTIME-FILE.
       01 JOBTIME-RECORD.
           COPY "JOBTIMRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOBSCHED-DSNAME        PIC X(40) VALUE "jobsched.idx".
       01 WS-JOBTIME-DSNAME         PIC X(40) VALUE "jobtime.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "slarpt.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 JOBSCHED-FS              PIC XX.
       01 JOBTIME-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-HAVE-SCHED-FLAG       PIC X VALUE "N".
           88 WS-HAVE-SCHED        VALUE "Y".
       01 WS-HAVE-TIMES-FLAG       PIC X VALUE "N".
           88 WS-HAVE-TIMES        VALUE "Y".

       *> The night being reported.  Left at zero it becomes the
       *> latest plan date on file that is not after the current
       *> business date - by morning the cycle has already moved
       *> the business date on to today.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BUSINESS-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.

       *> The batch window.  It opens at WS-WINDOW-OPEN on the
       *> business date (the earliest actual launch overrides it
       *> when one is stamped) and closes for the online day at
       *> WS-WINDOW-CLOSE the next morning.  Both HHMM.
       01 WS-WINDOW-OPEN           PIC 9(4) VALUE 2200.
       01 WS-WINDOW-CLOSE          PIC 9(4) VALUE 0700.
       01 WS-WINDOW-HHMM           PIC 9(4).
       01 WS-WINDOW-PARTS REDEFINES WS-WINDOW-HHMM.
           05 WS-WINDOW-HH          PIC 9(2).
           05 WS-WINDOW-MM          PIC 9(2).

       *> A run more than this percentage over its trailing average
       *> counts as an overrun; three overruns running is a warning.
       *> The average covers this many calendar days before the
       *> reported night.  Both overridable per run.
       01 WS-OVER-PCT              PIC 9(3) VALUE 20.
       01 WS-AVG-DAYS              PIC 9(3) VALUE 30.

       *> Last night's plan, one row per scheduled job.  Clock
       *> positions are seconds from the INTEGER-OF-DATE epoch so a
       *> window that crosses midnight compares straight.
       01 WS-JOB-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 50 TIMES.
               10 WS-JT-NAME        PIC X(10).
               10 WS-JT-PRED        PIC X(10).
               10 WS-JT-STATUS      PIC X(1).
               10 WS-JT-START-DATE  PIC 9(8).
               10 WS-JT-START-TIME  PIC 9(8).
               10 WS-JT-END-DATE    PIC 9(8).
               10 WS-JT-END-TIME    PIC 9(8).
               10 WS-JT-ELAPSED     PIC 9(6).
               10 WS-JT-HAVE-ELAPSED PIC X(1).
               10 WS-JT-TIM-SUB     PIC 9(3) COMP.
               10 WS-JT-PROJ-START  PIC S9(12) COMP.
               10 WS-JT-PROJ-FINISH PIC S9(12) COMP.
               10 WS-JT-RESOLVED    PIC X(1).
               10 WS-JT-ON-PATH     PIC X(1).
       01 WS-JOB-SUB               PIC 9(2) COMP.
       01 WS-PRED-SUB              PIC 9(2) COMP.
       01 WS-LAST-SUB              PIC 9(2) COMP.
       01 WS-SCHED-EOF             PIC X VALUE "N".

       *> One row per job+step the timing history knows: the
       *> trailing sum/count, the two most recent clean runs before
       *> the reported night, and the night's own run.
       01 WS-TIM-USED              PIC 9(3) COMP VALUE ZERO.
       01 WS-TIM-TABLE.
           05 WS-TIM-ENTRY OCCURS 150 TIMES.
               10 WS-TT-JOB         PIC X(10).
               10 WS-TT-STEP        PIC X(12).
               10 WS-TT-HIST-SUM    PIC 9(9).
               10 WS-TT-HIST-RUNS   PIC 9(4).
               10 WS-TT-PRIOR-1     PIC 9(6).
               10 WS-TT-PRIOR-1-DATE PIC 9(8).
               10 WS-TT-PRIOR-2     PIC 9(6).
               10 WS-TT-PRIOR-2-DATE PIC 9(8).
               10 WS-TT-TONIGHT     PIC 9(6).
               10 WS-TT-TONIGHT-START PIC 9(8).
               10 WS-TT-TONIGHT-END PIC 9(8).
               10 WS-TT-TONIGHT-OUTCOME PIC X(1).
               10 WS-TT-HAVE-TONIGHT PIC X(1).
               10 WS-TT-PRINTED     PIC X(1).
       01 WS-TIM-SUB               PIC 9(3) COMP.
       01 WS-SCAN-SUB              PIC 9(3) COMP.
       01 WS-FIND-JOB              PIC X(10).
       01 WS-FIND-STEP             PIC X(12).
       01 WS-ROW-DAY-INT           PIC 9(8).

       *> Judging one run against its average.
       01 WS-AVERAGE               PIC 9(6) VALUE ZERO.
       01 WS-OVER-LIMIT            PIC 9(7)V99 VALUE ZERO.
       01 WS-JUDGE-ELAPSED         PIC 9(6).
       01 WS-JUDGE-HAVE            PIC X(1).
       01 WS-PCT                   PIC S9(5) VALUE ZERO.
       01 WS-PCT-EDIT              PIC -ZZZ9.
       01 WS-PCT-TEXT              PIC X(6).
       01 WS-PCT-1-EDIT            PIC -ZZZ9.
       01 WS-PCT-2-EDIT            PIC -ZZZ9.
       01 WS-PCT-3-EDIT            PIC -ZZZ9.
       01 WS-STREAK-FLAG           PIC X VALUE "N".
           88 WS-ON-A-STREAK       VALUE "Y".
       01 WS-WARN-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-WARN-TABLE.
           05 WS-WARN-LINE OCCURS 50 TIMES PIC X(100).
       01 WS-WARN-SUB              PIC 9(3) COMP.

       *> Projection working fields.
       01 WS-NOW-DATE              PIC 9(8).
       01 WS-NOW-TIME              PIC 9(8).
       01 WS-NOW-ABS               PIC S9(12) COMP.
       01 WS-OPEN-ABS              PIC S9(12) COMP.
       01 WS-CLOSE-ABS             PIC S9(12) COMP.
       01 WS-EARLIEST-ABS          PIC S9(12) COMP.
       01 WS-START-ABS             PIC S9(12) COMP.
       01 WS-END-ABS               PIC S9(12) COMP.
       01 WS-FINISH-ABS            PIC S9(12) COMP VALUE ZERO.
       01 WS-DURATION              PIC 9(6).
       01 WS-MARGIN-MIN            PIC S9(6) VALUE ZERO.
       01 WS-MARGIN-EDIT           PIC -ZZZZ9.
       01 WS-PASS-ACTIVITY         PIC X VALUE "N".
       01 WS-PASS-COUNT            PIC 9(3) COMP.
       01 WS-OFF-PLAN-FLAG         PIC X VALUE "N".
           88 WS-OFF-PLAN          VALUE "Y".
       01 WS-PATH-USED             PIC 9(2) COMP VALUE ZERO.
       01 WS-PATH-TABLE.
           05 WS-PATH-SUB OCCURS 50 TIMES PIC 9(2) COMP.
       01 WS-PATH-IX               PIC 9(2) COMP.
       01 WS-PATH-NUM-EDIT         PIC Z9.
       01 WS-COMPLETE-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-LATE-FLAG             PIC X VALUE "N".
           88 WS-WINDOW-BLOWN      VALUE "Y".

       *> Clock conversions.  A stamp (date + HHMMSSCC) goes to an
       *> absolute second and back; seconds format as HH:MM:SS.
       01 WS-CNV-DATE              PIC 9(8).
       01 WS-CNV-TIME              PIC 9(8).
       01 WS-CNV-TIME-PARTS REDEFINES WS-CNV-TIME.
           05 WS-CNV-HH             PIC 9(2).
           05 WS-CNV-MM             PIC 9(2).
           05 WS-CNV-SS             PIC 9(2).
           05 WS-CNV-CC             PIC 9(2).
       01 WS-CNV-ABS               PIC S9(12) COMP.
       01 WS-CNV-DAY-SECS          PIC 9(6).
       01 WS-CNV-DAY-INT           PIC 9(8).
       01 WS-CNV-DAYS-OUT          PIC S9(3).
       01 WS-CNV-DAYS-EDIT         PIC 9.
       01 WS-FMT-HOURS             PIC 9(4).
       01 WS-FMT-REST              PIC 9(4).
       01 WS-FMT-SECS              PIC 9(6).
       01 WS-HMS-TEXT.
           05 WS-HMS-HH             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-HMS-MM             PIC 9(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-HMS-SS             PIC 9(2).
       01 WS-CLOCK-TEXT            PIC X(11).
       01 WS-START-TEXT            PIC X(8).
       01 WS-END-TEXT              PIC X(8).
       01 WS-ELAPSED-TEXT          PIC X(8).
       01 WS-AVG-TEXT              PIC X(8).
       01 WS-STATUS-TEXT           PIC X(6).
       01 WS-PATH-MARK             PIC X(1).

       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code - the default night follows
       *> the business date, never the clock.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-BUSINESS-DATE
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-DATE TO WS-CNV-DATE
           MOVE WS-NOW-TIME TO WS-CNV-TIME
           PERFORM STAMP-TO-ABS
           MOVE WS-CNV-ABS TO WS-NOW-ABS

           OPEN INPUT JOB-SCHED-FILE
           IF JOBSCHED-FS = "00"
               MOVE "Y" TO WS-HAVE-SCHED-FLAG
           ELSE
               DISPLAY "SLARPT: NO JOB SCHEDULE ON SYSTEM, STATUS="
                   JOBSCHED-FS " - TIMING HISTORY ONLY"
           END-IF

           IF WS-RUN-DATE = ZERO
               PERFORM PICK-THE-NIGHT
           END-IF
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           IF WS-HAVE-SCHED
               PERFORM LOAD-THE-NIGHT
               CLOSE JOB-SCHED-FILE
           END-IF

           OPEN INPUT JOBTIME-FILE
           IF JOBTIME-FS = "00"
               MOVE "Y" TO WS-HAVE-TIMES-FLAG
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOBTIME-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Absorb-Timing-Row
                   END-READ
               END-PERFORM
               CLOSE JOBTIME-FILE
           ELSE
               DISPLAY "SLARPT: NO JOB TIMING HISTORY ON SYSTEM, "
                   "STATUS=" JOBTIME-FS
           END-IF

           PERFORM SET-THE-WINDOW
           PERFORM LINK-JOBS-TO-TIMINGS
           PERFORM PROJECT-THE-NIGHT
           PERFORM MARK-CRITICAL-PATH

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "SLARPT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM PRINT-ELAPSED-SECTION
           PERFORM PRINT-PATH-SECTION
           PERFORM PRINT-WINDOW-SECTION
           PERFORM PRINT-WARNING-SECTION
           CLOSE PRINT-FILE

           MOVE WS-FINISH-ABS TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           DISPLAY "===== BATCH WINDOW SLA ====="
           DISPLAY "NIGHT OF         : " WS-RUN-DATE
           DISPLAY "JOBS ON PLAN     : " WS-JOB-USED
           DISPLAY "JOBS COMPLETE    : " WS-COMPLETE-COUNT
           DISPLAY "PROJECTED FINISH : " WS-CLOCK-TEXT
           MOVE WS-CLOSE-ABS TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           DISPLAY "WINDOW CLOSE     : " WS-CLOCK-TEXT
           MOVE WS-MARGIN-MIN TO WS-MARGIN-EDIT
           DISPLAY "MARGIN (MINUTES) : " WS-MARGIN-EDIT
           DISPLAY "OVERRUN WARNINGS : " WS-WARN-COUNT
           IF WS-WINDOW-BLOWN
               DISPLAY "*** PROJECTED TO RUN PAST THE WINDOW CLOSE "
                   "- WARN THE FRONT OFFICE ***"
           END-IF
           DISPLAY "SLARPT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> The latest plan date on file that is not after the current
       *> business date.  No plan at all reports the business date.
       PICK-THE-NIGHT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           IF WS-HAVE-SCHED
               MOVE ZERO TO WS-RUN-DATE
               MOVE "N" TO WS-SCHED-EOF
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ JOB-SCHED-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCHED-EOF
                       NOT AT END
                           IF JSC-RUN-DATE > WS-BUSINESS-DATE
                               MOVE "Y" TO WS-SCHED-EOF
                           ELSE
                               MOVE JSC-RUN-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RUN-DATE = ZERO
                   MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
               END-IF
           END-IF.

       LOAD-THE-NIGHT.
           MOVE ZERO TO WS-JOB-USED
           MOVE "N" TO WS-SCHED-EOF
           MOVE WS-RUN-DATE TO JSC-RUN-DATE
           MOVE LOW-VALUES  TO JSC-JOB-NAME
           START JOB-SCHED-FILE KEY IS NOT LESS THAN JSC-KEY
               INVALID KEY MOVE "Y" TO WS-SCHED-EOF
           END-START
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ JOB-SCHED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF JSC-RUN-DATE = WS-RUN-DATE
                           PERFORM Take-Schedule-Row
                       ELSE
                           MOVE "Y" TO WS-SCHED-EOF
                       END-IF
               END-READ
           END-PERFORM.

       Take-Schedule-Row.
           IF WS-JOB-USED < 50
               ADD 1 TO WS-JOB-USED
               MOVE JSC-JOB-NAME    TO WS-JT-NAME (WS-JOB-USED)
               MOVE JSC-PREDECESSOR TO WS-JT-PRED (WS-JOB-USED)
               MOVE JSC-STATUS      TO WS-JT-STATUS (WS-JOB-USED)
               MOVE JSC-START-DATE  TO WS-JT-START-DATE (WS-JOB-USED)
               MOVE JSC-START-TIME  TO WS-JT-START-TIME (WS-JOB-USED)
               MOVE JSC-END-DATE    TO WS-JT-END-DATE (WS-JOB-USED)
               MOVE JSC-END-TIME    TO WS-JT-END-TIME (WS-JOB-USED)
               MOVE ZERO TO WS-JT-ELAPSED (WS-JOB-USED)
               MOVE "N"  TO WS-JT-HAVE-ELAPSED (WS-JOB-USED)
               MOVE ZERO TO WS-JT-TIM-SUB (WS-JOB-USED)
               MOVE "N"  TO WS-JT-ON-PATH (WS-JOB-USED)
               IF JSC-COMPLETE
                   ADD 1 TO WS-COMPLETE-COUNT
               END-IF
               IF JSC-START-DATE NOT = ZERO
                   AND JSC-END-DATE NOT = ZERO
                   MOVE JSC-START-DATE TO WS-CNV-DATE
                   MOVE JSC-START-TIME TO WS-CNV-TIME
                   PERFORM STAMP-TO-ABS
                   MOVE WS-CNV-ABS TO WS-START-ABS
                   MOVE JSC-END-DATE TO WS-CNV-DATE
                   MOVE JSC-END-TIME TO WS-CNV-TIME
                   PERFORM STAMP-TO-ABS
                   IF WS-CNV-ABS >= WS-START-ABS
                       COMPUTE WS-JT-ELAPSED (WS-JOB-USED) =
                           WS-CNV-ABS - WS-START-ABS
                       MOVE "Y" TO WS-JT-HAVE-ELAPSED (WS-JOB-USED)
                   END-IF
               END-IF
           ELSE
               DISPLAY "SLARPT: PLAN TABLE FULL - " JSC-JOB-NAME
                   " NOT REPORTED"
               MOVE "Y" TO WS-SCHED-EOF
           END-IF.

       *> Rows from before the reported night feed the history -
       *> clean runs only, the average limited to the trailing
       *> window; the night's own row becomes "tonight" (latest
       *> line wins on a rerun).  Rows after the night are ignored.
       Absorb-Timing-Row.
           IF JTM-RUN-DATE IS NUMERIC AND JTM-RUN-DATE NOT = ZERO
               AND JTM-RUN-DATE NOT > WS-RUN-DATE
               MOVE JTM-JOB-NAME  TO WS-FIND-JOB
               MOVE JTM-STEP-NAME TO WS-FIND-STEP
               PERFORM FIND-OR-ADD-TIMING
               IF WS-TIM-SUB > ZERO
                   IF JTM-RUN-DATE = WS-RUN-DATE
                       PERFORM TAKE-TONIGHTS-RUN
                   ELSE
                       IF JTM-CLEAN
                           PERFORM TAKE-PRIOR-RUN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-TONIGHTS-RUN.
           MOVE JTM-ELAPSED-SECS TO WS-TT-TONIGHT (WS-TIM-SUB)
           MOVE JTM-START-TIME   TO WS-TT-TONIGHT-START (WS-TIM-SUB)
           MOVE JTM-END-TIME     TO WS-TT-TONIGHT-END (WS-TIM-SUB)
           MOVE JTM-OUTCOME      TO WS-TT-TONIGHT-OUTCOME (WS-TIM-SUB)
           MOVE "Y" TO WS-TT-HAVE-TONIGHT (WS-TIM-SUB).

       TAKE-PRIOR-RUN.
           COMPUTE WS-ROW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(JTM-RUN-DATE)
           IF WS-RUN-DAY-INT - WS-ROW-DAY-INT NOT > WS-AVG-DAYS
               ADD JTM-ELAPSED-SECS TO WS-TT-HIST-SUM (WS-TIM-SUB)
               ADD 1 TO WS-TT-HIST-RUNS (WS-TIM-SUB)
           END-IF
           EVALUATE TRUE
               WHEN JTM-RUN-DATE = WS-TT-PRIOR-1-DATE (WS-TIM-SUB)
                   MOVE JTM-ELAPSED-SECS TO
                       WS-TT-PRIOR-1 (WS-TIM-SUB)
               WHEN JTM-RUN-DATE > WS-TT-PRIOR-1-DATE (WS-TIM-SUB)
                   MOVE WS-TT-PRIOR-1 (WS-TIM-SUB) TO
                       WS-TT-PRIOR-2 (WS-TIM-SUB)
                   MOVE WS-TT-PRIOR-1-DATE (WS-TIM-SUB) TO
                       WS-TT-PRIOR-2-DATE (WS-TIM-SUB)
                   MOVE JTM-ELAPSED-SECS TO
                       WS-TT-PRIOR-1 (WS-TIM-SUB)
                   MOVE JTM-RUN-DATE TO
                       WS-TT-PRIOR-1-DATE (WS-TIM-SUB)
               WHEN JTM-RUN-DATE = WS-TT-PRIOR-2-DATE (WS-TIM-SUB)
                   MOVE JTM-ELAPSED-SECS TO
                       WS-TT-PRIOR-2 (WS-TIM-SUB)
               WHEN JTM-RUN-DATE > WS-TT-PRIOR-2-DATE (WS-TIM-SUB)
                   MOVE JTM-ELAPSED-SECS TO
                       WS-TT-PRIOR-2 (WS-TIM-SUB)
                   MOVE JTM-RUN-DATE TO
                       WS-TT-PRIOR-2-DATE (WS-TIM-SUB)
           END-EVALUATE.

       FIND-OR-ADD-TIMING.
           PERFORM FIND-TIMING
           IF WS-TIM-SUB = ZERO
               IF WS-TIM-USED < 150
                   ADD 1 TO WS-TIM-USED
                   MOVE WS-TIM-USED TO WS-TIM-SUB
                   MOVE WS-FIND-JOB  TO WS-TT-JOB (WS-TIM-SUB)
                   MOVE WS-FIND-STEP TO WS-TT-STEP (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-HIST-SUM (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-HIST-RUNS (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-PRIOR-1 (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-PRIOR-1-DATE (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-PRIOR-2 (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-PRIOR-2-DATE (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-TONIGHT (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-TONIGHT-START (WS-TIM-SUB)
                   MOVE ZERO TO WS-TT-TONIGHT-END (WS-TIM-SUB)
                   MOVE SPACE TO WS-TT-TONIGHT-OUTCOME (WS-TIM-SUB)
                   MOVE "N" TO WS-TT-HAVE-TONIGHT (WS-TIM-SUB)
                   MOVE "N" TO WS-TT-PRINTED (WS-TIM-SUB)
               ELSE
                   DISPLAY "SLARPT: TIMING TABLE FULL, " WS-FIND-JOB
                       " " WS-FIND-STEP " DROPPED"
               END-IF
           END-IF.

       FIND-TIMING.
           MOVE ZERO TO WS-TIM-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-TIM-USED
                   OR WS-TIM-SUB > ZERO
               IF WS-TT-JOB (WS-SCAN-SUB) = WS-FIND-JOB
                   AND WS-TT-STEP (WS-SCAN-SUB) = WS-FIND-STEP
                   MOVE WS-SCAN-SUB TO WS-TIM-SUB
               END-IF
           END-PERFORM.

       *> The window opens at the earliest launch stamped on the
       *> plan, or at the configured opening when nothing has been
       *> stamped.  An opening earlier in the day than the close
       *> is taken to fall after midnight.
       SET-THE-WINDOW.
           MOVE WS-WINDOW-OPEN TO WS-WINDOW-HHMM
           COMPUTE WS-OPEN-ABS = WS-RUN-DAY-INT * 86400
               + WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60
           IF WS-WINDOW-OPEN < WS-WINDOW-CLOSE
               ADD 86400 TO WS-OPEN-ABS
           END-IF
           MOVE WS-WINDOW-CLOSE TO WS-WINDOW-HHMM
           COMPUTE WS-CLOSE-ABS = (WS-RUN-DAY-INT + 1) * 86400
               + WS-WINDOW-HH * 3600 + WS-WINDOW-MM * 60

           MOVE ZERO TO WS-EARLIEST-ABS
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               IF WS-JT-START-DATE (WS-JOB-SUB) NOT = ZERO
                   MOVE WS-JT-START-DATE (WS-JOB-SUB) TO WS-CNV-DATE
                   MOVE WS-JT-START-TIME (WS-JOB-SUB) TO WS-CNV-TIME
                   PERFORM STAMP-TO-ABS
                   IF WS-EARLIEST-ABS = ZERO
                       OR WS-CNV-ABS < WS-EARLIEST-ABS
                       MOVE WS-CNV-ABS TO WS-EARLIEST-ABS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EARLIEST-ABS > ZERO
               MOVE WS-EARLIEST-ABS TO WS-OPEN-ABS
           END-IF.

       *> Each planned job finds its whole-job row in the timing
       *> history.  A job whose schedule row lost its stamps still
       *> gets the night's elapsed time from the history.
       LINK-JOBS-TO-TIMINGS.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               MOVE WS-JT-NAME (WS-JOB-SUB) TO WS-FIND-JOB
               MOVE SPACES TO WS-FIND-STEP
               PERFORM FIND-TIMING
               MOVE WS-TIM-SUB TO WS-JT-TIM-SUB (WS-JOB-SUB)
               IF WS-TIM-SUB > ZERO
                   MOVE "Y" TO WS-TT-PRINTED (WS-TIM-SUB)
                   IF WS-JT-HAVE-ELAPSED (WS-JOB-SUB) = "N"
                       AND WS-TT-HAVE-TONIGHT (WS-TIM-SUB) = "Y"
                       MOVE WS-TT-TONIGHT (WS-TIM-SUB) TO
                           WS-JT-ELAPSED (WS-JOB-SUB)
                       MOVE "Y" TO WS-JT-HAVE-ELAPSED (WS-JOB-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       *> Finish times resolve down the predecessor chain: a job
       *> can start no earlier than its predecessor's finish, the
       *> window opening, or - for work not yet done - right now.
       *> Finished jobs keep their actual times; everything else
       *> runs for its trailing average.  Passes repeat until no
       *> more jobs resolve; anything left is caught in a loop of
       *> predecessors and is projected from the window opening.
       PROJECT-THE-NIGHT.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               MOVE "N" TO WS-JT-RESOLVED (WS-JOB-SUB)
           END-PERFORM
           MOVE "Y" TO WS-PASS-ACTIVITY
           MOVE ZERO TO WS-PASS-COUNT
           PERFORM UNTIL WS-PASS-ACTIVITY = "N"
                   OR WS-PASS-COUNT > 50
               MOVE "N" TO WS-PASS-ACTIVITY
               ADD 1 TO WS-PASS-COUNT
               PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                       UNTIL WS-JOB-SUB > WS-JOB-USED
                   IF WS-JT-RESOLVED (WS-JOB-SUB) = "N"
                       PERFORM TRY-PROJECT-ONE
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               IF WS-JT-RESOLVED (WS-JOB-SUB) = "N"
                   DISPLAY "SLARPT: " WS-JT-NAME (WS-JOB-SUB)
                       " IS IN A PREDECESSOR LOOP - PROJECTED "
                       "FROM THE WINDOW OPENING"
                   MOVE WS-OPEN-ABS TO WS-EARLIEST-ABS
                   PERFORM PROJECT-ONE-JOB
               END-IF
           END-PERFORM

           MOVE WS-OPEN-ABS TO WS-FINISH-ABS
           MOVE ZERO TO WS-LAST-SUB
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               IF WS-LAST-SUB = ZERO
                   OR WS-JT-PROJ-FINISH (WS-JOB-SUB) > WS-FINISH-ABS
                   MOVE WS-JT-PROJ-FINISH (WS-JOB-SUB)
                       TO WS-FINISH-ABS
                   MOVE WS-JOB-SUB TO WS-LAST-SUB
               END-IF
           END-PERFORM

           COMPUTE WS-MARGIN-MIN = (WS-CLOSE-ABS - WS-FINISH-ABS) / 60
           IF WS-FINISH-ABS > WS-CLOSE-ABS
               MOVE "Y" TO WS-LATE-FLAG
           END-IF.

       TRY-PROJECT-ONE.
           PERFORM FIND-PRED-ENTRY
           IF WS-PRED-SUB = ZERO
               MOVE WS-OPEN-ABS TO WS-EARLIEST-ABS
               PERFORM PROJECT-ONE-JOB
           ELSE
               IF WS-JT-RESOLVED (WS-PRED-SUB) = "Y"
                   MOVE WS-JT-PROJ-FINISH (WS-PRED-SUB)
                       TO WS-EARLIEST-ABS
                   PERFORM PROJECT-ONE-JOB
               END-IF
           END-IF.

       *> A predecessor that is not on the night's plan (it did not
       *> fall due) does not hold the job.
       FIND-PRED-ENTRY.
           MOVE ZERO TO WS-PRED-SUB
           IF WS-JT-PRED (WS-JOB-SUB) NOT = SPACES
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-JOB-USED
                       OR WS-PRED-SUB > ZERO
                   IF WS-JT-NAME (WS-SCAN-SUB) =
                       WS-JT-PRED (WS-JOB-SUB)
                       MOVE WS-SCAN-SUB TO WS-PRED-SUB
                   END-IF
               END-PERFORM
           END-IF.

       PROJECT-ONE-JOB.
           MOVE WS-JT-TIM-SUB (WS-JOB-SUB) TO WS-TIM-SUB
           PERFORM GET-AVERAGE
           MOVE WS-AVERAGE TO WS-DURATION
           MOVE ZERO TO WS-START-ABS WS-END-ABS
           IF WS-JT-START-DATE (WS-JOB-SUB) NOT = ZERO
               MOVE WS-JT-START-DATE (WS-JOB-SUB) TO WS-CNV-DATE
               MOVE WS-JT-START-TIME (WS-JOB-SUB) TO WS-CNV-TIME
               PERFORM STAMP-TO-ABS
               MOVE WS-CNV-ABS TO WS-START-ABS
           END-IF
           IF WS-JT-END-DATE (WS-JOB-SUB) NOT = ZERO
               MOVE WS-JT-END-DATE (WS-JOB-SUB) TO WS-CNV-DATE
               MOVE WS-JT-END-TIME (WS-JOB-SUB) TO WS-CNV-TIME
               PERFORM STAMP-TO-ABS
               MOVE WS-CNV-ABS TO WS-END-ABS
           END-IF

           EVALUATE TRUE
               WHEN WS-JT-STATUS (WS-JOB-SUB) = "C"
                   AND WS-END-ABS > ZERO
                   MOVE WS-END-ABS TO WS-JT-PROJ-FINISH (WS-JOB-SUB)
                   IF WS-START-ABS > ZERO
                       MOVE WS-START-ABS TO
                           WS-JT-PROJ-START (WS-JOB-SUB)
                   ELSE
                       COMPUTE WS-JT-PROJ-START (WS-JOB-SUB) =
                           WS-END-ABS - WS-JT-ELAPSED (WS-JOB-SUB)
                   END-IF
               WHEN WS-JT-STATUS (WS-JOB-SUB) = "C"
                   *> Marked done with no clock on it - nothing to
                   *> add to the night.
                   MOVE WS-EARLIEST-ABS TO
                       WS-JT-PROJ-START (WS-JOB-SUB)
                   MOVE WS-EARLIEST-ABS TO
                       WS-JT-PROJ-FINISH (WS-JOB-SUB)
               WHEN WS-JT-STATUS (WS-JOB-SUB) = "F"
                   *> A failure has to be rerun in full.
                   IF WS-END-ABS > WS-EARLIEST-ABS
                       MOVE WS-END-ABS TO WS-EARLIEST-ABS
                   END-IF
                   PERFORM PROJECT-FROM-EARLIEST
               WHEN WS-START-ABS > ZERO
                   *> Launched and not yet back.
                   MOVE WS-START-ABS TO WS-JT-PROJ-START (WS-JOB-SUB)
                   COMPUTE WS-JT-PROJ-FINISH (WS-JOB-SUB) =
                       WS-START-ABS + WS-DURATION
                   IF WS-JT-PROJ-FINISH (WS-JOB-SUB) < WS-NOW-ABS
                       MOVE WS-NOW-ABS TO
                           WS-JT-PROJ-FINISH (WS-JOB-SUB)
                   END-IF
               WHEN OTHER
                   PERFORM PROJECT-FROM-EARLIEST
           END-EVALUATE
           MOVE "Y" TO WS-JT-RESOLVED (WS-JOB-SUB)
           MOVE "Y" TO WS-PASS-ACTIVITY.

       PROJECT-FROM-EARLIEST.
           IF WS-NOW-ABS > WS-EARLIEST-ABS
               MOVE WS-NOW-ABS TO WS-EARLIEST-ABS
           END-IF
           MOVE WS-EARLIEST-ABS TO WS-JT-PROJ-START (WS-JOB-SUB)
           COMPUTE WS-JT-PROJ-FINISH (WS-JOB-SUB) =
               WS-EARLIEST-ABS + WS-DURATION.

       *> Walk back from the job that finishes last through its
       *> predecessors - that chain is what the window waits on.
       MARK-CRITICAL-PATH.
           MOVE ZERO TO WS-PATH-USED
           IF WS-LAST-SUB > ZERO
               MOVE WS-LAST-SUB TO WS-JOB-SUB
               PERFORM UNTIL WS-JOB-SUB = ZERO
                   ADD 1 TO WS-PATH-USED
                   MOVE WS-JOB-SUB TO WS-PATH-SUB (WS-PATH-USED)
                   MOVE "Y" TO WS-JT-ON-PATH (WS-JOB-SUB)
                   PERFORM FIND-PRED-ENTRY
                   IF WS-PRED-SUB = ZERO
                       MOVE ZERO TO WS-JOB-SUB
                   ELSE
                       IF WS-JT-ON-PATH (WS-PRED-SUB) = "Y"
                           MOVE ZERO TO WS-JOB-SUB
                       ELSE
                           MOVE WS-PRED-SUB TO WS-JOB-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       GET-AVERAGE.
           MOVE ZERO TO WS-AVERAGE
           IF WS-TIM-SUB > ZERO
               IF WS-TT-HIST-RUNS (WS-TIM-SUB) > ZERO
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-TT-HIST-SUM (WS-TIM-SUB)
                           / WS-TT-HIST-RUNS (WS-TIM-SUB)
               END-IF
           END-IF.

       *> Tonight's run against the trailing average, and the
       *> three-night test: tonight and the two clean runs before
       *> it all more than WS-OVER-PCT over the average.
       JUDGE-RUN.
           PERFORM GET-AVERAGE
           MOVE SPACES TO WS-PCT-TEXT
           MOVE "N" TO WS-STREAK-FLAG
           EVALUATE TRUE
               WHEN WS-TIM-SUB = ZERO
                   MOVE "  NEW " TO WS-PCT-TEXT
               WHEN WS-TT-HIST-RUNS (WS-TIM-SUB) = ZERO
                   MOVE "  NEW " TO WS-PCT-TEXT
               WHEN WS-AVERAGE = ZERO
                   CONTINUE
               WHEN WS-JUDGE-HAVE = "Y"
                   COMPUTE WS-PCT ROUNDED =
                       (WS-JUDGE-ELAPSED - WS-AVERAGE) * 100
                           / WS-AVERAGE
                   MOVE WS-PCT TO WS-PCT-EDIT
                   STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
                       INTO WS-PCT-TEXT
                   COMPUTE WS-OVER-LIMIT =
                       WS-AVERAGE * (100 + WS-OVER-PCT) / 100
                   IF WS-JUDGE-ELAPSED > WS-OVER-LIMIT
                       AND WS-TT-PRIOR-1-DATE (WS-TIM-SUB) > ZERO
                       AND WS-TT-PRIOR-1 (WS-TIM-SUB) > WS-OVER-LIMIT
                       AND WS-TT-PRIOR-2-DATE (WS-TIM-SUB) > ZERO
                       AND WS-TT-PRIOR-2 (WS-TIM-SUB) > WS-OVER-LIMIT
                       MOVE "Y" TO WS-STREAK-FLAG
                       PERFORM NOTE-THE-STREAK
                   END-IF
           END-EVALUATE.

       NOTE-THE-STREAK.
           MOVE WS-PCT TO WS-PCT-1-EDIT
           COMPUTE WS-PCT ROUNDED =
               (WS-TT-PRIOR-1 (WS-TIM-SUB) - WS-AVERAGE) * 100
                   / WS-AVERAGE
           MOVE WS-PCT TO WS-PCT-2-EDIT
           COMPUTE WS-PCT ROUNDED =
               (WS-TT-PRIOR-2 (WS-TIM-SUB) - WS-AVERAGE) * 100
                   / WS-AVERAGE
           MOVE WS-PCT TO WS-PCT-3-EDIT
           MOVE WS-AVERAGE TO WS-FMT-SECS
           PERFORM FORMAT-SECS
           IF WS-WARN-COUNT < 50
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-WARN-LINE (WS-WARN-COUNT)
               STRING "  *** " WS-TT-JOB (WS-TIM-SUB) " "
                   WS-TT-STEP (WS-TIM-SUB) " AVG " WS-HMS-TEXT
                   "  TONIGHT" WS-PCT-1-EDIT "%  PRIOR"
                   WS-PCT-2-EDIT "%  BEFORE" WS-PCT-3-EDIT "%"
                   DELIMITED BY SIZE
                   INTO WS-WARN-LINE (WS-WARN-COUNT)
           END-IF.

       *> One line per planned job, its batch-cycle steps (if it
       *> has any) under it, then any timed work that ran outside
       *> the plan.
       PRINT-ELAPSED-SECTION.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "JOB         STEP          STATUS  START     "
               "END       ELAPSED   AVERAGE   VS AVG  "
               "PROJ END     CP"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           IF WS-JOB-USED = ZERO
               MOVE "  NO JOBS ON THE PLAN FOR THIS NIGHT"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-USED
               PERFORM PRINT-JOB-LINE
               PERFORM VARYING WS-TIM-SUB FROM 1 BY 1
                       UNTIL WS-TIM-SUB > WS-TIM-USED
                   IF WS-TT-JOB (WS-TIM-SUB) = WS-JT-NAME (WS-JOB-SUB)
                       AND WS-TT-STEP (WS-TIM-SUB) NOT = SPACES
                       AND WS-TT-HAVE-TONIGHT (WS-TIM-SUB) = "Y"
                       PERFORM PRINT-STEP-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-TIM-SUB FROM 1 BY 1
                   UNTIL WS-TIM-SUB > WS-TIM-USED
               IF WS-TT-HAVE-TONIGHT (WS-TIM-SUB) = "Y"
                   AND WS-TT-PRINTED (WS-TIM-SUB) = "N"
                   IF NOT WS-OFF-PLAN
                       MOVE "Y" TO WS-OFF-PLAN-FLAG
                       MOVE SPACES TO WS-PRINT-LINE
                       PERFORM PRINT-A-LINE
                       MOVE "TIMED WORK NOT ON THE PLAN"
                           TO WS-PRINT-LINE
                       PERFORM PRINT-A-LINE
                   END-IF
                   PERFORM PRINT-STEP-LINE
               END-IF
           END-PERFORM.

       PRINT-JOB-LINE.
           EVALUATE WS-JT-STATUS (WS-JOB-SUB)
               WHEN "C" MOVE "DONE"   TO WS-STATUS-TEXT
               WHEN "F" MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN "H" MOVE "HELD"   TO WS-STATUS-TEXT
               WHEN OTHER
                   IF WS-JT-START-DATE (WS-JOB-SUB) NOT = ZERO
                       MOVE "ACTIVE" TO WS-STATUS-TEXT
                   ELSE
                       MOVE "READY"  TO WS-STATUS-TEXT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-START-TEXT WS-END-TEXT
           IF WS-JT-START-DATE (WS-JOB-SUB) NOT = ZERO
               MOVE WS-JT-START-TIME (WS-JOB-SUB) TO WS-CNV-TIME
               PERFORM TIME-TO-TEXT
               MOVE WS-HMS-TEXT TO WS-START-TEXT
           END-IF
           IF WS-JT-END-DATE (WS-JOB-SUB) NOT = ZERO
               MOVE WS-JT-END-TIME (WS-JOB-SUB) TO WS-CNV-TIME
               PERFORM TIME-TO-TEXT
               MOVE WS-HMS-TEXT TO WS-END-TEXT
           END-IF
           MOVE SPACES TO WS-ELAPSED-TEXT
           IF WS-JT-HAVE-ELAPSED (WS-JOB-SUB) = "Y"
               MOVE WS-JT-ELAPSED (WS-JOB-SUB) TO WS-FMT-SECS
               PERFORM FORMAT-SECS
               MOVE WS-HMS-TEXT TO WS-ELAPSED-TEXT
           END-IF
           MOVE WS-JT-TIM-SUB (WS-JOB-SUB) TO WS-TIM-SUB
           MOVE WS-JT-ELAPSED (WS-JOB-SUB) TO WS-JUDGE-ELAPSED
           MOVE WS-JT-HAVE-ELAPSED (WS-JOB-SUB) TO WS-JUDGE-HAVE
           PERFORM JUDGE-RUN
           PERFORM AVERAGE-TO-TEXT
           MOVE WS-JT-PROJ-FINISH (WS-JOB-SUB) TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           MOVE SPACE TO WS-PATH-MARK
           IF WS-JT-ON-PATH (WS-JOB-SUB) = "Y"
               MOVE "*" TO WS-PATH-MARK
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-JT-NAME (WS-JOB-SUB) "  " "            " "  "
               WS-STATUS-TEXT "  " WS-START-TEXT "  " WS-END-TEXT
               "  " WS-ELAPSED-TEXT "  " WS-AVG-TEXT "  "
               WS-PCT-TEXT "  " WS-CLOCK-TEXT "  " WS-PATH-MARK
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> A batch-cycle step under its job (job column left blank),
       *> or a row of timed work the plan never scheduled.
       PRINT-STEP-LINE.
           MOVE "Y" TO WS-TT-PRINTED (WS-TIM-SUB)
           IF WS-TT-TONIGHT-OUTCOME (WS-TIM-SUB) = "F"
               MOVE "FAILED" TO WS-STATUS-TEXT
           ELSE
               MOVE "DONE"   TO WS-STATUS-TEXT
           END-IF
           MOVE WS-TT-TONIGHT-START (WS-TIM-SUB) TO WS-CNV-TIME
           PERFORM TIME-TO-TEXT
           MOVE WS-HMS-TEXT TO WS-START-TEXT
           MOVE WS-TT-TONIGHT-END (WS-TIM-SUB) TO WS-CNV-TIME
           PERFORM TIME-TO-TEXT
           MOVE WS-HMS-TEXT TO WS-END-TEXT
           MOVE WS-TT-TONIGHT (WS-TIM-SUB) TO WS-FMT-SECS
           PERFORM FORMAT-SECS
           MOVE WS-HMS-TEXT TO WS-ELAPSED-TEXT
           MOVE WS-TT-TONIGHT (WS-TIM-SUB) TO WS-JUDGE-ELAPSED
           MOVE "Y" TO WS-JUDGE-HAVE
           PERFORM JUDGE-RUN
           PERFORM AVERAGE-TO-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-OFF-PLAN
               MOVE WS-TT-JOB (WS-TIM-SUB) TO WS-PRINT-LINE (1:10)
           END-IF
           MOVE WS-TT-STEP (WS-TIM-SUB) TO WS-PRINT-LINE (13:12)
           STRING WS-STATUS-TEXT "  " WS-START-TEXT "  "
               WS-END-TEXT "  " WS-ELAPSED-TEXT "  " WS-AVG-TEXT
               "  " WS-PCT-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE (27:60)
           PERFORM PRINT-A-LINE.

       AVERAGE-TO-TEXT.
           MOVE SPACES TO WS-AVG-TEXT
           IF WS-AVERAGE > ZERO
               MOVE WS-AVERAGE TO WS-FMT-SECS
               PERFORM FORMAT-SECS
               MOVE WS-HMS-TEXT TO WS-AVG-TEXT
           END-IF.

       PRINT-PATH-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           STRING "CRITICAL PATH - THE PREDECESSOR CHAIN THAT "
               "FINISHES LAST" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           IF WS-PATH-USED = ZERO
               MOVE "  NO JOBS ON THE PLAN FOR THIS NIGHT"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           MOVE WS-PATH-USED TO WS-PATH-IX
           PERFORM UNTIL WS-PATH-IX = ZERO
               MOVE WS-PATH-SUB (WS-PATH-IX) TO WS-JOB-SUB
               COMPUTE WS-PASS-COUNT = WS-PATH-USED - WS-PATH-IX + 1
               MOVE WS-PASS-COUNT TO WS-PATH-NUM-EDIT
               MOVE WS-JT-PROJ-START (WS-JOB-SUB) TO WS-CNV-ABS
               PERFORM ABS-TO-CLOCK
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-PATH-NUM-EDIT ". "
                   WS-JT-NAME (WS-JOB-SUB) "  START " WS-CLOCK-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-JT-PROJ-FINISH (WS-JOB-SUB) TO WS-CNV-ABS
               PERFORM ABS-TO-CLOCK
               MOVE "  FINISH " TO WS-PRINT-LINE (38:9)
               MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE (47:11)
               SUBTRACT 1 FROM WS-PATH-IX
               PERFORM PRINT-A-LINE
           END-PERFORM.

       PRINT-WINDOW-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           STRING "BATCH WINDOW (+1 = THE MORNING AFTER THE "
               "BUSINESS DATE)" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-OPEN-ABS TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  OPENED           : " WS-CLOCK-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-FINISH-ABS TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  PROJECTED FINISH : " WS-CLOCK-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-CLOSE-ABS TO WS-CNV-ABS
           PERFORM ABS-TO-CLOCK
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  WINDOW CLOSES    : " WS-CLOCK-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-MARGIN-MIN TO WS-MARGIN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  MARGIN (MINUTES) : " WS-MARGIN-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-WINDOW-BLOWN
               STRING "  *** PROJECTED TO RUN PAST THE WINDOW CLOSE "
                   "- ONLINE START AT RISK ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               MOVE "  PROJECTED TO FINISH INSIDE THE WINDOW"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       PRINT-WARNING-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-OVER-PCT TO WS-PCT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "OVERRUNS - MORE THAN" WS-PCT-EDIT
               "% OVER AVERAGE THREE NIGHTS RUNNING"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           IF WS-WARN-COUNT = ZERO
               MOVE "  NONE" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           PERFORM VARYING WS-WARN-SUB FROM 1 BY 1
                   UNTIL WS-WARN-SUB > WS-WARN-COUNT
               MOVE WS-WARN-LINE (WS-WARN-SUB) TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM.

       STAMP-TO-ABS.
           MOVE ZERO TO WS-CNV-ABS
           IF WS-CNV-DATE NOT = ZERO
               COMPUTE WS-CNV-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-CNV-DATE) * 86400
                   + WS-CNV-HH * 3600 + WS-CNV-MM * 60 + WS-CNV-SS
           END-IF.

       *> An absolute second back to a clock time, with "+n" when
       *> it falls n days after the reported business date.
       ABS-TO-CLOCK.
           MOVE SPACES TO WS-CLOCK-TEXT
           IF WS-CNV-ABS > ZERO
               DIVIDE WS-CNV-ABS BY 86400 GIVING WS-CNV-DAY-INT
                   REMAINDER WS-CNV-DAY-SECS
               MOVE WS-CNV-DAY-SECS TO WS-FMT-SECS
               PERFORM FORMAT-SECS
               MOVE WS-HMS-TEXT TO WS-CLOCK-TEXT
               COMPUTE WS-CNV-DAYS-OUT =
                   WS-CNV-DAY-INT - WS-RUN-DAY-INT
               IF WS-CNV-DAYS-OUT > ZERO
                   IF WS-CNV-DAYS-OUT > 9
                       MOVE 9 TO WS-CNV-DAYS-OUT
                   END-IF
                   MOVE WS-CNV-DAYS-OUT TO WS-CNV-DAYS-EDIT
                   MOVE "+" TO WS-CLOCK-TEXT (9:1)
                   MOVE WS-CNV-DAYS-EDIT TO WS-CLOCK-TEXT (10:1)
               END-IF
           END-IF.

       TIME-TO-TEXT.
           MOVE WS-CNV-HH TO WS-HMS-HH
           MOVE WS-CNV-MM TO WS-HMS-MM
           MOVE WS-CNV-SS TO WS-HMS-SS.

       FORMAT-SECS.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HOURS
               REMAINDER WS-FMT-REST
           IF WS-FMT-HOURS > 99
               MOVE 99 TO WS-FMT-HOURS
           END-IF
           MOVE WS-FMT-HOURS TO WS-HMS-HH
           DIVIDE WS-FMT-REST BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.

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
           STRING "BATCH WINDOW SLA REPORT"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files, pick the
       *> night, and set the window and overrun threshold at run
       *> time, the same ENVIRONMENT-VARIABLE idiom transMaint.cob
       *> uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "JOBSCHED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBSCHED-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "JOBTIME-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBTIME-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-REPORT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RUN-DATE = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-WINDOW-OPEN"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WINDOW-OPEN =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-WINDOW-CLOSE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WINDOW-CLOSE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-OVER-PCT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-OVER-PCT = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SLA-AVG-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-AVG-DAYS = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
