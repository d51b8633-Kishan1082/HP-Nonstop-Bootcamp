       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Simulation mode (SIMULATION-MODE=Y): the run reads the
       *> live files and produces its journal and totals as usual,
       *> the journal to GLPOST's ".sim" file - nothing is written
       *> to the student master, the charge ledger, the GL journal
       *> or the audit trail.  A student charged twice in one
       *> simulated feed is judged at the live balance both times.
       01 WS-SIM-FLAG              PIC X VALUE "N".
           88 WS-SIMULATION        VALUE "Y".

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM SET-SIMULATION-MODE

           OPEN INPUT CHG-TRAN-FILE
           IF CHGTRAN-FS NOT = "00"
               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN INPUT CHARGE-FILE
               IF CHARGE-FS NOT = "00"
                   DISPLAY "CHGPOST: NO CHARGE LEDGER TO SIMULATE "
                       "AGAINST, STATUS=" CHARGE-FS
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O CHARGE-FILE
               IF CHARGE-FS NOT = "00"
                   OPEN OUTPUT CHARGE-FILE
                   CLOSE CHARGE-FILE
                   OPEN I-O CHARGE-FILE
               END-IF
           END-IF

           IF WS-SIMULATION
               OPEN INPUT STUDENT-FILE
           ELSE
               OPEN I-O STUDENT-FILE
           END-IF
           IF STUDENT-FS NOT = "00"
               DISPLAY "CHGPOST: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
                   "APPLY THIS RUN"
           END-IF

           IF WS-SIMULATION
               MOVE "S" TO WS-GL-FUNCTION
           ELSE
               MOVE "O" TO WS-GL-FUNCTION
           END-IF
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           END-IF

           CALL "CURREDIT" USING WS-TOTAL-POSTED WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "===== CHARGE POSTING SUMMARY - "
                   "*** SIMULATION *** ====="
           ELSE
               DISPLAY "===== CHARGE POSTING SUMMARY ====="
           END-IF
           DISPLAY "CHARGES READ      : " WS-TRAN-COUNT
           DISPLAY "CHARGES POSTED    : " WS-POSTED-COUNT
           DISPLAY "CHARGES REJECTED  : " WS-REJECT-COUNT
           DISPLAY "AMOUNT POSTED     : " WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "*** SIMULATION - NOTHING WAS POSTED; THE "
                   "TOTALS ARE WHAT A LIVE RUN WOULD POST ***"
           END-IF

           STOP RUN.

           SET CHG-OPEN         TO TRUE
           MOVE SPACE           TO CHG-DISPUTE-FLAG
           MOVE ZERO            TO CHG-DISPUTE-DATE
           MOVE ZERO            TO CHG-WRITEOFF-DATE
           MOVE SPACES          TO CHG-WRITEOFF-REASON

           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           IF WS-SIMULATION
               ADD 1 TO WS-POSTED-COUNT
               ADD CHG-AMOUNT TO WS-TOTAL-POSTED
               PERFORM JOURNAL-CHARGE
           ELSE
               WRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "CHGPOST: CHARGE WRITE FAILED, ID="
                           CHT-STUDENT-ID " STATUS=" CHARGE-FS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD CHG-AMOUNT TO STUDENT-TUITION-BALANCE
                       MOVE CHT-POST-DATE TO STUDENT-LAST-ACTIVITY-DATE
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "CHGPOST: BALANCE REWRITE "
                                   "FAILED, ID=" CHT-STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-POSTED-COUNT
                               ADD CHG-AMOUNT TO WS-TOTAL-POSTED
                               PERFORM JOURNAL-CHARGE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
               END-WRITE
           END-IF.

       *> The reference file is the arbiter when it exists: the
       *> code must be on file and active, and its mapped revenue
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       SET-SIMULATION-MODE.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SIMULATION-MODE"
           IF WS-ENV-OVERRIDE = "Y" OR WS-ENV-OVERRIDE = "y"
               SET WS-SIMULATION TO TRUE
               DISPLAY "CHGPOST: *** SIMULATION RUN - NOTHING WILL BE "
                   "POSTED ***"
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
