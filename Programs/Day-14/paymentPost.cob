       01 WS-ITEMS-CLOSED          PIC 9(6) VALUE ZERO.
       01 WS-ITEMS-REDUCED         PIC 9(6) VALUE ZERO.

       *> Recovery on a written-off account: whatever a payment
       *> brings in beyond the open balance goes back against the
       *> student's written-off items, reversing the write-off
       *> instead of leaving a credit balance.
       01 WS-RECOVERY-ROOM         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-RECOVERED             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-RECOVERY-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-RECOVERED       PIC S9(7)V99 COMP-3 VALUE ZERO.

       *> GLPOST call arguments - every posted payment journals
       *> DR CASH / CR AR so finance stops re-keying console totals.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Simulation mode (SIMULATION-MODE=Y): the run reads the
       *> live files and produces its suspense items, journal and
       *> totals as usual, but suspense and journal go to ".sim"
       *> files beside the live ones - nothing is written to the
       *> student master, the charge ledger, the payment register,
       *> the GL journal or the audit trail.  The duplicate check
       *> still reads the live register when there is one.
       01 WS-SIM-FLAG              PIC X VALUE "N".
           88 WS-SIMULATION        VALUE "Y".
       01 WS-SIM-DSNAME            PIC X(40).
       01 WS-PAYREG-ON-FILE        PIC X VALUE "Y".
           88 WS-HAVE-PAYREG       VALUE "Y".

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM SET-SIMULATION-MODE
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           COMPUTE WS-RUN-DAY-INT =
               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN INPUT STUDENT-FILE
           ELSE
               OPEN I-O STUDENT-FILE
           END-IF
           IF STUDENT-FS NOT = "00"
               DISPLAY "PAYPOST: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           IF WS-SIMULATION
               OPEN OUTPUT SUSPENSE-FILE
           ELSE
               OPEN EXTEND SUSPENSE-FILE
               IF SUSPENSE-FS NOT = "00"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
           END-IF

           IF WS-SIMULATION
               OPEN INPUT PAY-REGISTER-FILE
               IF PAYREG-FS NOT = "00"
                   MOVE "N" TO WS-PAYREG-ON-FILE
                   DISPLAY "PAYPOST: NO PAYMENT REGISTER - SIMULATION "
                       "RUNS WITHOUT THE DUPLICATE CHECK"
               END-IF
           ELSE
               OPEN I-O PAY-REGISTER-FILE
               IF PAYREG-FS NOT = "00"
                   OPEN OUTPUT PAY-REGISTER-FILE
                   CLOSE PAY-REGISTER-FILE
                   OPEN I-O PAY-REGISTER-FILE
               END-IF
           END-IF

           IF WS-SIMULATION
               OPEN INPUT CHARGE-FILE
           ELSE
               OPEN I-O CHARGE-FILE
           END-IF
           IF CHARGE-FS = "00"
               SET WS-HAVE-CHARGES TO TRUE
           ELSE
                   "REDUCE THE BALANCE ONLY, NO ITEMS SETTLE"
           END-IF

           IF WS-HAVE-PAYREG
               PERFORM PURGE-AGED-REGISTER-ENTRIES
           END-IF

           IF WS-SIMULATION
               MOVE "S" TO WS-GL-FUNCTION
           ELSE
               MOVE "O" TO WS-GL-FUNCTION
           END-IF
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           CLOSE PAY-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE SUSPENSE-FILE
           IF WS-HAVE-PAYREG
               CLOSE PAY-REGISTER-FILE
           END-IF
           IF WS-HAVE-CHARGES
               CLOSE CHARGE-FILE
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-POSTED WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "===== PAYMENT POSTING SUMMARY - "
                   "*** SIMULATION *** ====="
           ELSE
               DISPLAY "===== PAYMENT POSTING SUMMARY ====="
           END-IF
           DISPLAY "PAYMENTS READ    : " WS-TRAN-COUNT
           DISPLAY "PAYMENTS POSTED  : " WS-POSTED-COUNT
           DISPLAY "REJECTED         : " WS-REJECT-COUNT
           DISPLAY "REGISTER PURGED  : " WS-PURGED-COUNT
           DISPLAY "ITEMS SETTLED    : " WS-ITEMS-CLOSED
           DISPLAY "ITEMS REDUCED    : " WS-ITEMS-REDUCED
           DISPLAY "RECOVERIES       : " WS-RECOVERY-COUNT
           CALL "CURREDIT" USING WS-TOTAL-RECOVERED WS-TOTAL-EDIT
           DISPLAY "AMOUNT RECOVERED : " WS-TOTAL-EDIT
           CALL "CURREDIT" USING WS-TOTAL-POSTED WS-TOTAL-EDIT
           DISPLAY "AMOUNT POSTED    : " WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "*** SIMULATION - NOTHING WAS POSTED; THE "
                   "TOTALS ARE WHAT A LIVE RUN WOULD POST ***"
               DISPLAY "PAYPOST: *** SIMULATION *** SUSPENSE ITEMS IN "
                   WS-SUSPENSE-DSNAME
           END-IF

           STOP RUN.


       APPLY-PAYMENT.
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           MOVE ZERO TO WS-RECOVERED
           IF WS-HAVE-CHARGES
               PERFORM RECOVER-WRITTEN-OFF
           END-IF
           ADD WS-RECOVERED TO STUDENT-TUITION-BALANCE
           SUBTRACT PAY-AMOUNT FROM STUDENT-TUITION-BALANCE
           MOVE PAY-DATE TO STUDENT-LAST-ACTIVITY-DATE
           IF WS-SIMULATION
               PERFORM FINISH-POSTED-PAYMENT
           ELSE
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "PAYPOST: REWRITE FAILED, ID="
                           PAY-STUDENT-ID
                       MOVE "REWRITE INVALID KEY" TO SUS-REASON
                       PERFORM WRITE-SUSPENSE
                   NOT INVALID KEY
                       PERFORM FINISH-POSTED-PAYMENT
               END-REWRITE
           END-IF.

       *> A simulated payment counts, journals and settles items in
       *> the totals like a live one, but leaves no audit record and
       *> no register entry behind.
       FINISH-POSTED-PAYMENT.
           ADD 1 TO WS-POSTED-COUNT
           ADD PAY-AMOUNT TO WS-TOTAL-POSTED
           IF NOT WS-SIMULATION
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           PERFORM JOURNAL-PAYMENT
           IF WS-RECOVERED > ZERO
               ADD 1 TO WS-RECOVERY-COUNT
               ADD WS-RECOVERED TO WS-TOTAL-RECOVERED
               PERFORM JOURNAL-RECOVERY
           END-IF
           IF NOT WS-SIMULATION
               PERFORM REGISTER-PAYMENT
           END-IF
           IF WS-HAVE-CHARGES
               PERFORM APPLY-TO-OPEN-ITEMS
           END-IF.

       *> The payment settles open items oldest-first by posting
       *> date: a fully covered item flips to closed, the first
       *> credit the master balance already shows.  Disputed items
       *> never settle automatically.
       APPLY-TO-OPEN-ITEMS.
           COMPUTE WS-REMAINING = PAY-AMOUNT - WS-RECOVERED
           PERFORM COLLECT-OPEN-ITEMS
           PERFORM UNTIL WS-REMAINING NOT > ZERO
               PERFORM FIND-OLDEST-UNAPPLIED
               END-IF
           END-PERFORM.

       *> Only the part of the payment the open balance cannot absorb
       *> is a recovery.  It settles written-off items in posting
       *> order: a fully recovered item closes, a partly recovered
       *> one keeps the unrecovered remainder written off.
       RECOVER-WRITTEN-OFF.
           IF STUDENT-TUITION-BALANCE > ZERO
               COMPUTE WS-RECOVERY-ROOM =
                   PAY-AMOUNT - STUDENT-TUITION-BALANCE
           ELSE
               MOVE PAY-AMOUNT TO WS-RECOVERY-ROOM
           END-IF
           IF WS-RECOVERY-ROOM > ZERO
               MOVE "N" TO WS-ITEM-SCAN-EOF
               MOVE PAY-STUDENT-ID TO CHG-STUDENT-ID
               MOVE ZERO TO CHG-ITEM-SEQ
               START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
                   INVALID KEY MOVE "Y" TO WS-ITEM-SCAN-EOF
               END-START
               PERFORM UNTIL WS-ITEM-SCAN-EOF = "Y"
                       OR WS-RECOVERY-ROOM NOT > ZERO
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-ITEM-SCAN-EOF
                       NOT AT END
                           IF CHG-STUDENT-ID = PAY-STUDENT-ID
                               IF CHG-WRITTEN-OFF
                                   PERFORM RECOVER-ONE-ITEM
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-ITEM-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       RECOVER-ONE-ITEM.
           IF WS-RECOVERY-ROOM NOT < CHG-AMOUNT
               SUBTRACT CHG-AMOUNT FROM WS-RECOVERY-ROOM
               ADD CHG-AMOUNT TO WS-RECOVERED
               SET CHG-CLOSED TO TRUE
           ELSE
               SUBTRACT WS-RECOVERY-ROOM FROM CHG-AMOUNT
               ADD WS-RECOVERY-ROOM TO WS-RECOVERED
               MOVE ZERO TO WS-RECOVERY-ROOM
           END-IF
           IF NOT WS-SIMULATION
               REWRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "PAYPOST: RECOVERY REWRITE FAILED, ID="
                           PAY-STUDENT-ID
               END-REWRITE
           END-IF.

       COLLECT-OPEN-ITEMS.
           MOVE ZERO TO WS-ITM-USED
           MOVE "N" TO WS-ITEM-SCAN-EOF
                       MOVE ZERO TO WS-REMAINING
                       ADD 1 TO WS-ITEMS-REDUCED
                   END-IF
                   IF NOT WS-SIMULATION
                       REWRITE CHARGE-RECORD
                           INVALID KEY
                               DISPLAY "PAYPOST: ITEM REWRITE FAILED, "
                                   "ID=" PAY-STUDENT-ID
                       END-REWRITE
                   END-IF
           END-READ.

       *> Exact-match probe: a payment whose student, amount, date,
       *> the window is the same payment arriving twice.
       CHECK-FOR-DUPLICATE.
           MOVE "N" TO WS-DUP-FLAG
           IF NOT WS-HAVE-PAYREG
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REGISTER-KEY
           READ PAY-REGISTER-FILE
               INVALID KEY
               NOT INVALID KEY
                   *> Same corruption guard the purge applies - a
                   *> register entry with a bad posted date cannot
                   *> be aged, so it cannot block a payment.  A
                   *> pending auto-draft carries no posted date
                   *> either, so its settlement posts through.
                   IF PRG-POSTED-DATE IS NUMERIC
                       AND PRG-POSTED-DATE NOT = ZERO
                       COMPUTE WS-ENTRY-DAY-INT =
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
                   *> Already registered (an aged entry re-posting
                   *> legitimately outside the window, or an
                   *> auto-draft ACHDRAFT left pending with no posted
                   *> date until its settlement posts) - refresh it.
                   REWRITE PAY-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "PAYPOST: REGISTER WRITE FAILED, "
                           COMPUTE WS-ENTRY-AGE =
                               WS-RUN-DAY-INT - WS-ENTRY-DAY-INT
                           IF WS-ENTRY-AGE > WS-DUP-WINDOW-DAYS
                               IF NOT WS-SIMULATION
                                   DELETE PAY-REGISTER-FILE
                                       INVALID KEY
                                           DISPLAY "PAYPOST: PURGE "
                                               "DELETE FAILED"
                                   END-DELETE
                               END-IF
                               ADD 1 TO WS-PURGED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> A recovery reverses the write-off's DR BADDBT / CR AR.
       JOURNAL-RECOVERY.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-RECOVERED TO WS-GL-AMOUNT
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "BADDBT" TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       JOURNAL-PAYMENT.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE PAY-AMOUNT TO WS-GL-AMOUNT
           DISPLAY "PAYPOST: REJECTED, ID=" PAY-STUDENT-ID
               " REF=" PAY-BANK-REF " REASON=" SUS-REASON.

       *> The simulated suspense file is the live one's name with
       *> ".sim" on the end, so a trial never queues real repairs.
       SET-SIMULATION-MODE.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SIMULATION-MODE"
           IF WS-ENV-OVERRIDE = "Y" OR WS-ENV-OVERRIDE = "y"
               SET WS-SIMULATION TO TRUE
               MOVE SPACES TO WS-SIM-DSNAME
               STRING WS-SUSPENSE-DSNAME DELIMITED BY SPACE
                   ".sim" DELIMITED BY SIZE
                   INTO WS-SIM-DSNAME
               MOVE WS-SIM-DSNAME TO WS-SUSPENSE-DSNAME
               DISPLAY "PAYPOST: *** SIMULATION RUN - NOTHING WILL BE "
                   "POSTED ***"
               DISPLAY "PAYPOST: *** SIMULATION *** SUSPENSE TO "
                   WS-SUSPENSE-DSNAME
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
