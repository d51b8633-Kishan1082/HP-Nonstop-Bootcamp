       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBTIMR.

      *> The job timing history writer, in the BALWRITE mold: the
      *> caller notes the clock when a job or step starts and calls
      *> here when it finishes.  This takes the finish time from the
      *> clock, works out the elapsed seconds across any midnight in
      *> between, appends one row to the history, and hands the
      *> finish stamp back so the caller can carry it on its own
      *> records.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBTIME-FILE ASSIGN TO WS-JOBTIME-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOBTIME-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOBTIME-FILE.
       01 JOBTIME-RECORD.
           COPY "JOBTIMRC".

       WORKING-STORAGE SECTION.
       01 WS-JOBTIME-DSNAME         PIC X(40) VALUE "jobtime.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 JOBTIME-FS               PIC XX.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       *> Clock times arrive as HHMMSSCC; the hundredths drop out of
       *> the elapsed figure.
       01 WS-START-CLOCK           PIC 9(8).
       01 WS-START-PARTS REDEFINES WS-START-CLOCK.
           05 WS-START-HH           PIC 9(2).
           05 WS-START-MM           PIC 9(2).
           05 WS-START-SS           PIC 9(2).
           05 WS-START-CC           PIC 9(2).
       01 WS-END-CLOCK             PIC 9(8).
       01 WS-END-PARTS REDEFINES WS-END-CLOCK.
           05 WS-END-HH             PIC 9(2).
           05 WS-END-MM             PIC 9(2).
           05 WS-END-SS             PIC 9(2).
           05 WS-END-CC             PIC 9(2).
       01 WS-DAY-GAP               PIC S9(5) VALUE ZERO.
       01 WS-ELAPSED               PIC S9(9) VALUE ZERO.

       LINKAGE SECTION.
       *> LS-START-STAMP is the clock the caller noted at start;
       *> LS-END-STAMP comes back holding the finish clock.
       *> LS-OUTCOME is "C" clean or "F" failed.  A blank
       *> LS-STEP-NAME records the whole job.
       01 LS-JOB-NAME       PIC X(10).
       01 LS-STEP-NAME      PIC X(12).
       01 LS-START-STAMP.
           05 LS-START-DATE PIC 9(8).
           05 LS-START-TIME PIC 9(8).
       01 LS-END-STAMP.
           05 LS-END-DATE   PIC 9(8).
           05 LS-END-TIME   PIC 9(8).
       01 LS-OUTCOME        PIC X(1).

       PROCEDURE DIVISION USING LS-JOB-NAME LS-STEP-NAME
               LS-START-STAMP LS-END-STAMP LS-OUTCOME.
       Main-Para.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "JOBTIME-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOBTIME-DSNAME
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           ACCEPT LS-END-DATE FROM DATE YYYYMMDD
           ACCEPT LS-END-TIME FROM TIME
           PERFORM COMPUTE-ELAPSED

           OPEN EXTEND JOBTIME-FILE
           IF JOBTIME-FS NOT = "00"
               OPEN OUTPUT JOBTIME-FILE
           END-IF

           IF JOBTIME-FS = "00"
               MOVE WS-RUN-DATE    TO JTM-RUN-DATE
               MOVE LS-JOB-NAME    TO JTM-JOB-NAME
               MOVE LS-STEP-NAME   TO JTM-STEP-NAME
               MOVE LS-START-STAMP TO JTM-START-STAMP
               MOVE LS-END-STAMP   TO JTM-END-STAMP
               MOVE WS-ELAPSED     TO JTM-ELAPSED-SECS
               MOVE LS-OUTCOME     TO JTM-OUTCOME
               WRITE JOBTIME-RECORD
               CLOSE JOBTIME-FILE
           ELSE
               DISPLAY "JOBTIMR: UNABLE TO OPEN JOB TIMING HISTORY, "
                   "STATUS=" JOBTIME-FS
           END-IF

           EXIT PROGRAM.

       *> Whole days between the two dates, plus the difference in
       *> seconds-of-day.  A start the caller never noted, or a
       *> clock that stepped backwards, records as zero rather than
       *> a nonsense figure.
       COMPUTE-ELAPSED.
           MOVE ZERO TO WS-ELAPSED
           IF LS-START-DATE NOT = ZERO
               MOVE LS-START-TIME TO WS-START-CLOCK
               MOVE LS-END-TIME   TO WS-END-CLOCK
               COMPUTE WS-DAY-GAP =
                   FUNCTION INTEGER-OF-DATE(LS-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(LS-START-DATE)
               COMPUTE WS-ELAPSED = WS-DAY-GAP * 86400
                   + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
                   - WS-START-HH * 3600 - WS-START-MM * 60
                   - WS-START-SS
               IF WS-ELAPSED < ZERO OR WS-ELAPSED > 999999
                   MOVE ZERO TO WS-ELAPSED
               END-IF
           END-IF.
