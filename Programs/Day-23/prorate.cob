           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Simulation mode (SIMULATION-MODE=Y): the run reads the
       *> live files and produces its basis register, journal and
       *> totals as usual, but to ".sim" files beside the live ones
       *> - nothing is written to the student master, the charge
       *> ledger, the GL journal or the audit trail.
       01 WS-SIM-FLAG              PIC X VALUE "N".
           88 WS-SIMULATION        VALUE "Y".
       01 WS-SIM-DSNAME            PIC X(40).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM SET-SIMULATION-MODE
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN INPUT STUDENT-FILE
           ELSE
               OPEN I-O STUDENT-FILE
           END-IF
           IF STUDENT-FS NOT = "00"
               DISPLAY "PRORATE: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN INPUT CHARGE-FILE
               IF CHARGE-FS NOT = "00"
                   DISPLAY "PRORATE: NO CHARGE LEDGER TO SIMULATE "
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

           OPEN OUTPUT PRINT-FILE

           IF WS-SIMULATION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** SIMULATION - NOTHING ON THIS REGISTER "
                   "WAS POSTED ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE PRINT-RECORD FROM WS-PRINT-LINE
               MOVE "S" TO WS-GL-FUNCTION
           ELSE
               MOVE "O" TO WS-GL-FUNCTION
           END-IF
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           CLOSE CHARGE-FILE
           CLOSE PRINT-FILE

           IF WS-SIMULATION
               DISPLAY "===== PRORATION RUN SUMMARY - "
                   "*** SIMULATION *** ====="
           ELSE
               DISPLAY "===== PRORATION RUN SUMMARY ====="
           END-IF
           DISPLAY "EVENTS READ  : " WS-TRAN-COUNT
           DISPLAY "ITEMS POSTED : " WS-POSTED-COUNT
           DISPLAY "REJECTED     : " WS-REJECT-COUNT
           DISPLAY "PRORATE: BASIS REGISTER SPOOLED TO "
               WS-PRINT-DSNAME
           IF WS-SIMULATION
               DISPLAY "*** SIMULATION - NOTHING WAS POSTED; THE "
                   "TOTALS ARE WHAT A LIVE RUN WOULD POST ***"
           END-IF

           STOP RUN.

           SET CHG-OPEN TO TRUE
           MOVE SPACE TO CHG-DISPUTE-FLAG
           MOVE ZERO  TO CHG-DISPUTE-DATE
           MOVE ZERO  TO CHG-WRITEOFF-DATE
           MOVE SPACES TO CHG-WRITEOFF-REASON
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           IF WS-SIMULATION
               ADD 1 TO WS-POSTED-COUNT
               PERFORM JOURNAL-THE-ITEM
               PERFORM PRINT-BASIS-LINE
           ELSE
               WRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "PRORATE: ITEM WRITE FAILED, ID="
                           PRR-STUDENT-ID " STATUS=" CHARGE-FS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD CHG-AMOUNT TO STUDENT-TUITION-BALANCE
                       MOVE PRR-EFFECTIVE-DATE
                           TO STUDENT-LAST-ACTIVITY-DATE
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "PRORATE: BALANCE REWRITE "
                                   "FAILED, ID=" PRR-STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-POSTED-COUNT
                               PERFORM JOURNAL-THE-ITEM
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM PRINT-BASIS-LINE
                       END-REWRITE
               END-WRITE
           END-IF.

       JOURNAL-THE-ITEM.
           MOVE "W" TO WS-GL-FUNCTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> The simulated register is the live one's name with ".sim"
       *> on the end, so a trial can never land on the real one.
       SET-SIMULATION-MODE.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SIMULATION-MODE"
           IF WS-ENV-OVERRIDE = "Y" OR WS-ENV-OVERRIDE = "y"
               SET WS-SIMULATION TO TRUE
               MOVE SPACES TO WS-SIM-DSNAME
               STRING WS-PRINT-DSNAME DELIMITED BY SPACE
                   ".sim" DELIMITED BY SIZE
                   INTO WS-SIM-DSNAME
               MOVE WS-SIM-DSNAME TO WS-PRINT-DSNAME
               DISPLAY "PRORATE: *** SIMULATION RUN - NOTHING WILL BE "
                   "POSTED ***"
               DISPLAY "PRORATE: *** SIMULATION *** BASIS REGISTER TO "
                   WS-PRINT-DSNAME
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
