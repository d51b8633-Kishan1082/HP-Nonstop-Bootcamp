       01 WS-BAL-LINK           PIC X(12).
       01 WS-BAL-COUNT          PIC 9(6) VALUE ZERO.

       *> JOBTIMR call arguments - every step's start and finish
       *> clock lands in the job timing history, so the morning SLA
       *> report can show which step of the cycle ate the window.
       01 WS-TM-JOB-NAME        PIC X(10) VALUE "BATCHCYCLE".
       01 WS-TM-STEP-NAME       PIC X(12) VALUE SPACES.
       01 WS-TM-START-STAMP.
           05 WS-TM-START-DATE  PIC 9(8).
           05 WS-TM-START-TIME  PIC 9(8).
       01 WS-TM-END-STAMP.
           05 WS-TM-END-DATE    PIC 9(8).
           05 WS-TM-END-TIME    PIC 9(8).
       01 WS-TM-OUTCOME         PIC X(1).

       *> Expected record lengths for every layout this driver reads
       *> or writes, checked against the actual compiled length at
       *> startup so a copybook edit that resizes STUDENT-RECORD
       STEP-SORT.
           MOVE "STEP SORT STARTING" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "SORT" TO WS-TM-STEP-NAME
           PERFORM NOTE-STEP-START

           SORT SORT-WORK
               ON ASCENDING KEY SORT-WORK-ID
           CALL "BALWRITE" USING WS-BAL-PROGRAM WS-BAL-LINK
               WS-BAL-COUNT

           MOVE "C" TO WS-TM-OUTCOME
           PERFORM RECORD-STEP-TIME
           MOVE "STEP SORT COMPLETE" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       STEP-MERGE.
           MOVE "STEP MERGE STARTING" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "MERGE" TO WS-TM-STEP-NAME
           PERFORM NOTE-STEP-START

           PERFORM VERIFY-SORTED-TRAILER
           IF NOT WS-TRAILER-GOOD
           CALL "BALWRITE" USING WS-BAL-PROGRAM WS-BAL-LINK
               WS-BAL-COUNT

           MOVE "C" TO WS-TM-OUTCOME
           PERFORM RECORD-STEP-TIME
           MOVE "STEP MERGE COMPLETE" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       STEP-INDEX-LOAD.
           MOVE "STEP INDEX LOAD STARTING" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "INDEX-LOAD" TO WS-TM-STEP-NAME
           PERFORM NOTE-STEP-START

           PERFORM VERIFY-MERGED-TRAILER
           IF NOT WS-TRAILER-GOOD
           CALL "BALWRITE" USING WS-BAL-PROGRAM WS-BAL-LINK
               WS-BAL-COUNT

           MOVE "C" TO WS-TM-OUTCOME
           PERFORM RECORD-STEP-TIME
           MOVE "STEP INDEX LOAD COMPLETE" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

       STEP-AR-EXTRACT.
           MOVE "STEP AR EXTRACT STARTING" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "AR-EXTRACT" TO WS-TM-STEP-NAME
           PERFORM NOTE-STEP-START
           CALL "AREXTR"
           MOVE "C" TO WS-TM-OUTCOME
           PERFORM RECORD-STEP-TIME
           MOVE "STEP AR EXTRACT COMPLETE" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE.

               "FILE AND RERUN TO RESUME AT THIS STEP"
           MOVE "BATCH CYCLE STOPPED ON BAD TRAILER" TO WS-LOG-LINE
           PERFORM WRITE-LOG-LINE
           MOVE "F" TO WS-TM-OUTCOME
           PERFORM RECORD-STEP-TIME
           CLOSE RUN-LOG-FILE
           CLOSE CYCLE-CONTROL-FILE
           STOP RUN.
               INVALID KEY
                   DISPLAY "BATCHCYCLE: CYCLE CONTROL REWRITE ERROR".

       NOTE-STEP-START.
           ACCEPT WS-TM-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TM-START-TIME FROM TIME.

       RECORD-STEP-TIME.
           CALL "JOBTIMR" USING WS-TM-JOB-NAME WS-TM-STEP-NAME
               WS-TM-START-STAMP WS-TM-END-STAMP WS-TM-OUTCOME.

       WRITE-LOG-LINE.
           MOVE WS-LOG-LINE TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD.
