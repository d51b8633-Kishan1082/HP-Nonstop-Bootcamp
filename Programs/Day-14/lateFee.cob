       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Simulation mode (SIMULATION-MODE=Y): the run reads the
       *> live files and produces its register, journal and totals
       *> as usual, but to ".sim" files beside the live ones -
       *> nothing is written to the student master, the charge
       *> ledger, the GL journal or the audit trail.
       01 WS-SIM-FLAG              PIC X VALUE "N".
           88 WS-SIMULATION        VALUE "Y".
       01 WS-SIM-DSNAME            PIC X(40).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM SET-SIMULATION-MODE
           PERFORM SET-POLICY
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           IF WS-SIMULATION
               OPEN INPUT STUDENT-FILE
           ELSE
               OPEN I-O STUDENT-FILE
           END-IF
           IF STUDENT-FS NOT = "00"
               DISPLAY "LATEFEE: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN INPUT CHARGE-FILE
               IF CHARGE-FS NOT = "00"
                   DISPLAY "LATEFEE: NO CHARGE LEDGER TO SIMULATE "
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

           *> A simulated register starts fresh each run, so it only
           *> ever shows the one trial.
           IF WS-SIMULATION
               OPEN OUTPUT FEE-REGISTER-FILE
           ELSE
               OPEN EXTEND FEE-REGISTER-FILE
               IF FEEREG-FS NOT = "00"
                   OPEN OUTPUT FEE-REGISTER-FILE
               END-IF
           END-IF

           IF WS-SIMULATION
               MOVE "S" TO WS-GL-FUNCTION
           ELSE
               MOVE "O" TO WS-GL-FUNCTION
           END-IF
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           CLOSE FEE-REGISTER-FILE

           CALL "CURREDIT" USING WS-TOTAL-ASSESSED WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "===== LATE FEE ASSESSMENT SUMMARY - "
                   "*** SIMULATION *** ====="
           ELSE
               DISPLAY "===== LATE FEE ASSESSMENT SUMMARY ====="
           END-IF
           DISPLAY "ACTIVE STUDENTS SCANNED: " WS-SCANNED-COUNT
           DISPLAY "LATE FEES ASSESSED     : " WS-ASSESSED-COUNT
           DISPLAY "IN COLLECTIONS, SKIPPED: " WS-PLACED-SKIPPED
           DISPLAY "IN DISPUTE, SKIPPED    : " WS-DISPUTE-SKIPPED
           DISPLAY "TOTAL ASSESSED         : " WS-TOTAL-EDIT
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
               PERFORM SIMULATE-LATE-FEE
           ELSE
               WRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "LATEFEE: CHARGE WRITE FAILED, ID="
                           STUDENT-ID " STATUS=" CHARGE-FS
                   NOT INVALID KEY
                       ADD WS-FEE-AMOUNT TO STUDENT-TUITION-BALANCE
                       MOVE WS-RUN-DATE TO STUDENT-LAST-ACTIVITY-DATE
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "LATEFEE: BALANCE REWRITE "
                                   "FAILED, ID=" STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-ASSESSED-COUNT
                               ADD WS-FEE-AMOUNT TO WS-TOTAL-ASSESSED
                               PERFORM WRITE-REGISTER-LINE
                               PERFORM JOURNAL-LATE-FEE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
               END-WRITE
           END-IF.

       *> Everything a posted fee produces except the postings: the
       *> register line, the journal pair and the totals.
       SIMULATE-LATE-FEE.
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-FEE-AMOUNT TO WS-TOTAL-ASSESSED
           PERFORM WRITE-REGISTER-LINE
           PERFORM JOURNAL-LATE-FEE.

       JOURNAL-LATE-FEE.
           MOVE "W" TO WS-GL-FUNCTION
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

       *> The simulated register is the live one's name with ".sim"
       *> on the end, so a trial can never land on the real one.
       SET-SIMULATION-MODE.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SIMULATION-MODE"
           IF WS-ENV-OVERRIDE = "Y" OR WS-ENV-OVERRIDE = "y"
               SET WS-SIMULATION TO TRUE
               MOVE SPACES TO WS-SIM-DSNAME
               STRING WS-FEEREG-DSNAME DELIMITED BY SPACE
                   ".sim" DELIMITED BY SIZE
                   INTO WS-SIM-DSNAME
               MOVE WS-SIM-DSNAME TO WS-FEEREG-DSNAME
               DISPLAY "LATEFEE: *** SIMULATION RUN - NOTHING WILL BE "
                   "POSTED ***"
               DISPLAY "LATEFEE: *** SIMULATION *** FEE REGISTER TO "
                   WS-FEEREG-DSNAME
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
