
       FD JOB-SCHED-FILE.
       01 JOB-SCHED-RECORD.
           COPY "JOBSCHRC".

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD            PIC X(60).
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-JOBPLAN-DSNAME         PIC X(40) VALUE "jobplan.dat".
               10 WS-JT-NAME        PIC X(10).
               10 WS-JT-STATUS      PIC X(1).
               10 WS-JT-PRED        PIC X(10).
               10 WS-JT-START-STAMP PIC X(16).
               10 WS-JT-END-STAMP   PIC X(16).
       01 WS-JOB-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-SUB               PIC 9(2) COMP.
       01 WS-JOB-SUB-2             PIC 9(2) COMP.
       *> come back (they end in GOBACK, the way AREXTR returns to
       *> the batch cycle).  A STOP RUN program would take this
       *> driver down with it, so everything else stays operator-
       *> launched and reports back through DONE/FAIL.  RPTFILL is
       *> the overnight step that works the report rerun queue -
       *> plan it daily, after whatever the rerun reports read.
       01 WS-CALLABLE-TABLE.
           05 FILLER                PIC X(10) VALUE "AREXTR".
           05 FILLER                PIC X(10) VALUE "RPTFILL".
       01 WS-CALLABLE-LIST REDEFINES WS-CALLABLE-TABLE.
           05 WS-CALLABLE-JOB OCCURS 2 TIMES PIC X(10).
       01 WS-CALLABLE-MAX          PIC 9(2) COMP VALUE 2.

       *> JOBTIMR call arguments - every launch this driver makes
       *> or hears back about lands in the job timing history the
       *> morning SLA report averages against.
       01 WS-TM-JOB-NAME           PIC X(10).
       01 WS-TM-STEP-NAME          PIC X(12) VALUE SPACES.
       01 WS-TM-START-STAMP.
           05 WS-TM-START-DATE      PIC 9(8).
           05 WS-TM-START-TIME      PIC 9(8).
       01 WS-TM-END-STAMP.
           05 WS-TM-END-DATE        PIC 9(8).
           05 WS-TM-END-TIME        PIC 9(8).
       01 WS-TM-OUTCOME            PIC X(1).
       01 WS-SAVED-START-STAMP     PIC X(16).
       01 WS-SAVED-END-STAMP       PIC X(16).

       *> BUSDATE call function code - the plan follows the
       *> business date and its holiday table, never the clock.
           EVALUATE WS-ACTION
               WHEN "PLAN" PERFORM BUILD-TODAYS-PLAN
               WHEN "RUN " PERFORM RUN-THE-PLAN
               WHEN "STRT" PERFORM MARK-JOB-START
               WHEN "DONE" PERFORM MARK-JOB-STATE
               WHEN "FAIL" PERFORM MARK-JOB-STATE
               WHEN OTHER
                   DISPLAY "JOBPLAN: UNKNOWN ACTION " WS-ACTION
                   DISPLAY "JOBPLAN: USE PLAN, RUN, STRT, DONE, "
                       "OR FAIL"
           END-EVALUATE

           CLOSE JOB-SCHED-FILE
                   MOVE WS-RUN-DATE  TO JSC-RUN-DATE
                   MOVE JPL-JOB-NAME TO JSC-JOB-NAME
                   MOVE JPL-PREDECESSOR TO JSC-PREDECESSOR
                   MOVE ZERO TO JSC-START-STAMP
                   MOVE ZERO TO JSC-END-STAMP
                   WRITE JOB-SCHED-RECORD
                       INVALID KEY
                           DISPLAY "JOBPLAN: SCHEDULE WRITE "
                   IF JSC-COMPLETE OR JSC-FAILED
                       PERFORM SHOW-THE-DECISION
                   ELSE
                       *> Judging reads the predecessor's row into
                       *> the record area - hold this job's own
                       *> stamps across it.
                       MOVE JSC-START-STAMP TO WS-SAVED-START-STAMP
                       MOVE JSC-END-STAMP   TO WS-SAVED-END-STAMP
                       PERFORM JUDGE-PREDECESSOR
                       MOVE WS-RUN-DATE  TO JSC-RUN-DATE
                       MOVE JPL-JOB-NAME TO JSC-JOB-NAME
                       MOVE JPL-PREDECESSOR TO JSC-PREDECESSOR
                       MOVE WS-SAVED-START-STAMP TO JSC-START-STAMP
                       MOVE WS-SAVED-END-STAMP   TO JSC-END-STAMP
                       REWRITE JOB-SCHED-RECORD
                           INVALID KEY
                               DISPLAY "JOBPLAN: SCHEDULE REWRITE "
                                   WS-JT-STATUS (WS-JOB-USED)
                               MOVE JSC-PREDECESSOR TO
                                   WS-JT-PRED (WS-JOB-USED)
                               MOVE JSC-START-STAMP TO
                                   WS-JT-START-STAMP (WS-JOB-USED)
                               MOVE JSC-END-STAMP TO
                                   WS-JT-END-STAMP (WS-JOB-USED)
                           ELSE
                               DISPLAY "JOBPLAN: PLAN TABLE FULL "
                                   "- " JSC-JOB-NAME
               PERFORM WRITE-LOG-LINE
               ADD 1 TO WS-DISPATCHED-COUNT
               MOVE "N" TO WS-CALL-FAILED
               ACCEPT WS-TM-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TM-START-TIME FROM TIME
               MOVE ZERO TO RETURN-CODE
               CALL WS-CALL-NAME
                   ON EXCEPTION
                       MOVE "Y" TO WS-CALL-FAILED
               END-CALL
               IF WS-CALL-FAILED = "N" AND RETURN-CODE = ZERO
                   MOVE "C" TO WS-TM-OUTCOME
               ELSE
                   MOVE "F" TO WS-TM-OUTCOME
               END-IF
               MOVE WS-CALL-NAME TO WS-TM-JOB-NAME
               CALL "JOBTIMR" USING WS-TM-JOB-NAME WS-TM-STEP-NAME
                   WS-TM-START-STAMP WS-TM-END-STAMP WS-TM-OUTCOME
               MOVE WS-TM-START-STAMP TO
                   WS-JT-START-STAMP (WS-JOB-SUB)
               MOVE WS-TM-END-STAMP TO
                   WS-JT-END-STAMP (WS-JOB-SUB)
               IF WS-TM-OUTCOME = "C"
                   MOVE "C" TO WS-JT-STATUS (WS-JOB-SUB)
                   ADD 1 TO WS-COMPLETED-COUNT
                   MOVE "Y" TO WS-PASS-ACTIVITY
                       WS-JT-NAME (WS-JOB-SUB)
               NOT INVALID KEY
                   MOVE WS-JT-STATUS (WS-JOB-SUB) TO JSC-STATUS
                   MOVE WS-JT-START-STAMP (WS-JOB-SUB) TO
                       JSC-START-STAMP
                   MOVE WS-JT-END-STAMP (WS-JOB-SUB) TO
                       JSC-END-STAMP
                   REWRITE JOB-SCHED-RECORD
                       INVALID KEY
                           DISPLAY "JOBPLAN: RESULT REWRITE "
           DISPLAY "  FREE " WS-JT-NAME (WS-JOB-SUB)
               " (AFTER " WS-JT-PRED (WS-JOB-SUB) ")".

       *> The operator reports a launch: STRT stamps the clock on
       *> the job's schedule row so its finish can be timed.  A
       *> second STRT after a failed attempt restarts the clock.
       MARK-JOB-START.
           IF WS-TARGET-JOB = SPACES
               DISPLAY "JOBPLAN: NO JOB NAMED (JOBPLAN-JOB) - "
                   "NOTHING TO START"
           ELSE
               MOVE WS-RUN-DATE   TO JSC-RUN-DATE
               MOVE WS-TARGET-JOB TO JSC-JOB-NAME
               READ JOB-SCHED-FILE
                   INVALID KEY
                       DISPLAY "JOBPLAN: " WS-TARGET-JOB
                           " IS NOT ON TODAY'S PLAN"
                   NOT INVALID KEY
                       IF JSC-COMPLETE
                           DISPLAY "JOBPLAN: " WS-TARGET-JOB
                               " ALREADY COMPLETE TODAY"
                       ELSE
                           ACCEPT JSC-START-DATE FROM DATE YYYYMMDD
                           ACCEPT JSC-START-TIME FROM TIME
                           MOVE ZERO TO JSC-END-STAMP
                           PERFORM REWRITE-START-STAMP
                       END-IF
               END-READ
           END-IF.

       REWRITE-START-STAMP.
           REWRITE JOB-SCHED-RECORD
               INVALID KEY
                   DISPLAY "JOBPLAN: START REWRITE FAILED: "
                       WS-TARGET-JOB
               NOT INVALID KEY
                   MOVE SPACES TO WS-LOG-LINE
                   STRING "JOBPLAN " WS-RUN-DATE " "
                       WS-TARGET-JOB " STARTED " JSC-START-TIME
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   PERFORM WRITE-LOG-LINE
                   DISPLAY "JOBPLAN: " WS-TARGET-JOB " STARTED"
           END-REWRITE.

       *> The operator reports an outcome: DONE releases the job's
       *> dependents on the next PLAN or RUN pass, FAIL keeps them
       *> held.  A job the operator stamped with STRT gets its
       *> elapsed time into the timing history; one that was never
       *> stamped still gets its end time on the schedule row.
       MARK-JOB-STATE.
           IF WS-TARGET-JOB = SPACES
               DISPLAY "JOBPLAN: NO JOB NAMED (JOBPLAN-JOB) - "
                   NOT INVALID KEY
                       IF WS-ACTION = "DONE"
                           SET JSC-COMPLETE TO TRUE
                           MOVE "C" TO WS-TM-OUTCOME
                       ELSE
                           SET JSC-FAILED TO TRUE
                           MOVE "F" TO WS-TM-OUTCOME
                       END-IF
                       PERFORM STAMP-REPORTED-END
                       REWRITE JOB-SCHED-RECORD
                           INVALID KEY
                               DISPLAY "JOBPLAN: MARK REWRITE "
               END-READ
           END-IF.

       STAMP-REPORTED-END.
           IF JSC-START-DATE = ZERO
               ACCEPT JSC-END-DATE FROM DATE YYYYMMDD
               ACCEPT JSC-END-TIME FROM TIME
               DISPLAY "JOBPLAN: " WS-TARGET-JOB
                   " HAS NO START STAMP - ELAPSED NOT RECORDED"
           ELSE
               MOVE WS-TARGET-JOB   TO WS-TM-JOB-NAME
               MOVE JSC-START-STAMP TO WS-TM-START-STAMP
               CALL "JOBTIMR" USING WS-TM-JOB-NAME WS-TM-STEP-NAME
                   WS-TM-START-STAMP WS-TM-END-STAMP WS-TM-OUTCOME
               MOVE WS-TM-END-STAMP TO JSC-END-STAMP
           END-IF.

       WRITE-LOG-LINE.
           MOVE WS-LOG-LINE TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.
