       IDENTIFICATION DIVISION.
       PROGRAM-ID. JSCCONV.

      *> One-time conversion for the batch-window SLA release: the job
      *> schedule gains the JSC-START-STAMP and JSC-END-STAMP
      *> JOBPLAN records.  Reads jobsched.idx under the OLD layout
      *> and rewrites it under the new one with every stamp zero -
      *> SLARPT leaves an unstamped job out of its elapsed times.
      *> Record counts are proved in and out; the output lands
      *> under a new name and the operator swaps it in after
      *> reading the counts, as with THWCONV.  Run it after the
      *> night's schedule has finished and before the next JOBPLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-JOB-SCHED-FILE ASSIGN TO WS-OLD-JSC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OJSC-KEY
               FILE STATUS IS OLDJSC-FS.
           SELECT JOB-SCHED-FILE ASSIGN TO WS-NEW-JSC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JSC-KEY
               FILE STATUS IS JOBSCHED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-JOB-SCHED-FILE.
       01 OLD-JOB-SCHED-RECORD.
           05 OJSC-KEY.
               10 OJSC-RUN-DATE     PIC 9(8).
               10 OJSC-JOB-NAME     PIC X(10).
           05 OJSC-STATUS           PIC X(1).
           05 OJSC-PREDECESSOR      PIC X(10).

       FD JOB-SCHED-FILE.
       01 JOB-SCHED-RECORD.
           COPY "JOBSCHRC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-JSC-DSNAME         PIC X(40) VALUE "jobsched.idx".
       01 WS-NEW-JSC-DSNAME         PIC X(40) VALUE "jobschedw.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDJSC-FS                PIC XX.
       01 JOBSCHED-FS              PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-JOB-SCHED-FILE
           IF OLDJSC-FS NOT = "00"
               DISPLAY "JSCCONV: NO JOB SCHEDULE TO CONVERT, "
                   "STATUS=" OLDJSC-FS
               STOP RUN
           END-IF
           OPEN OUTPUT JOB-SCHED-FILE
           IF JOBSCHED-FS NOT = "00"
               DISPLAY "JSCCONV: UNABLE TO CREATE " WS-NEW-JSC-DSNAME
                   ", STATUS=" JOBSCHED-FS
               CLOSE OLD-JOB-SCHED-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-JOB-SCHED-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-JOB
               END-READ
           END-PERFORM

           CLOSE OLD-JOB-SCHED-FILE
           CLOSE JOB-SCHED-FILE

           DISPLAY "===== JOB SCHEDULE RUN-STAMP CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "JSCCONV: COUNTS AGREE - SWAP "
                   WS-NEW-JSC-DSNAME " IN FOR " WS-OLD-JSC-DSNAME
           ELSE
               DISPLAY "JSCCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-JOB.
           ADD 1 TO WS-IN-COUNT
           MOVE OJSC-RUN-DATE    TO JSC-RUN-DATE
           MOVE OJSC-JOB-NAME    TO JSC-JOB-NAME
           MOVE OJSC-STATUS      TO JSC-STATUS
           MOVE OJSC-PREDECESSOR TO JSC-PREDECESSOR
           MOVE ZERO             TO JSC-START-DATE JSC-START-TIME
                                    JSC-END-DATE JSC-END-TIME
           WRITE JOB-SCHED-RECORD
               INVALID KEY
                   DISPLAY "JSCCONV: WRITE FAILED, JOB=" OJSC-JOB-NAME
                       " DATE " OJSC-RUN-DATE " STATUS=" JOBSCHED-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "JOBSCHED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-JSC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "JOBSCHED-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-JSC-DSNAME
           END-IF.
