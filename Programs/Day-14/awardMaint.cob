                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> The scholarship fund each award code draws on for the
           *> fiscal year it is granted in.  A grant that would take
           *> the fund past its authorized budget is refused.
           SELECT FUND-FILE ASSIGN TO WS-FUND-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FND-KEY
               FILE STATUS IS FUND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AWD-TRAN-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD FUND-FILE.
       01 FUND-RECORD.
           COPY "FUNDRC".

       WORKING-STORAGE SECTION.
       01 WS-AWDTRAN-DSNAME         PIC X(40) VALUE "awdtran.dat".
       01 WS-AWARD-DSNAME           PIC X(40) VALUE "awards.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-FUND-DSNAME            PIC X(40) VALUE "awdfund.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 AWDTRAN-FS               PIC XX.
       01 AWARD-FS                 PIC XX.
       01 STUDENT-FS               PIC XX.
       01 FUND-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-GRANTED         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REVOKE-AMOUNT         PIC S9(5)V99 COMP-3 VALUE ZERO.
       01 WS-REVOKE-PAID           PIC X VALUE "Y".
       01 WS-TOTAL-EDIT            PIC X(12).

       *> Fund cap check.  With no fund file on the system at all
       *> grants run uncapped as they always have; once funds are
       *> authorized, a code with no fund for the year is refused
       *> like any other overspend.
       01 WS-FUND-ON-FILE          PIC X VALUE "N".
           88 WS-HAVE-FUNDS        VALUE "Y".
       01 WS-FUND-FOUND            PIC X VALUE "N".
       01 WS-FUND-CAP-OK           PIC X VALUE "Y".
       01 WS-FUND-YEAR             PIC 9(4) VALUE ZERO.
       01 WS-FUND-REMAINING        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-FUND-SHORTFALL        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-SHORTFALL-EDIT        PIC X(12).
       01 WS-FUND-SHORT-COUNT      PIC 9(6) VALUE ZERO.

       *> GLPOST call arguments - a grant journals DR AIDEXP / CR AR
       *> and a revoke reverses it, so aid stops being invisible to
       *> the general ledger.
               STOP RUN
           END-IF

           OPEN I-O FUND-FILE
           IF FUND-FS = "00"
               SET WS-HAVE-FUNDS TO TRUE
           ELSE
               DISPLAY "AWDMAINT: NO AWARD FUND FILE - GRANTS ARE "
                   "NOT CAPPED"
           END-IF

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           CLOSE AWD-TRAN-FILE
           CLOSE AWARD-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-FUNDS
               CLOSE FUND-FILE
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-GRANTED WS-TOTAL-EDIT
           DISPLAY "===== AWARD MAINTENANCE SUMMARY ====="
           DISPLAY "AWARDS GRANTED   : " WS-GRANT-COUNT
           DISPLAY "AWARDS REVOKED   : " WS-REVOKE-COUNT
           DISPLAY "REJECTED         : " WS-REJECT-COUNT
           DISPLAY "  FUND EXHAUSTED : " WS-FUND-SHORT-COUNT
           DISPLAY "NET AID POSTED   : " WS-TOTAL-EDIT

           STOP RUN.
                   END-IF
           END-READ.

       *> The fund is charged for the year the grant is made in,
       *> the same year a later revoke finds on AWD-GRANT-DATE.
       Grant-Award.
           MOVE WS-RUN-DATE(1:4) TO WS-FUND-YEAR
           PERFORM CHECK-THE-FUND
           IF WS-FUND-CAP-OK = "Y"
               PERFORM Post-The-Grant
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-FUND-SHORT-COUNT
           END-IF.

       *> An award already on file for the same student/code/term is
       *> a duplicate grant, not a replacement - aid money posted
       *> twice is exactly the kind of mistake the audit trail exists
       *> to prevent, so it rejects instead of silently re-crediting.
       Post-The-Grant.
           MOVE AWT-STUDENT-ID TO AWD-STUDENT-ID
           MOVE AWT-AWARD-CODE TO AWD-AWARD-CODE
           MOVE AWT-TERM       TO AWD-TERM
           MOVE AWT-AMOUNT     TO AWD-AMOUNT
           MOVE WS-RUN-DATE    TO AWD-GRANT-DATE
           SET AWD-DISBURSED   TO TRUE
           WRITE AWARD-RECORD
               INVALID KEY
                   DISPLAY "AWDMAINT: DUPLICATE AWARD, ID="
                           MOVE AWT-AMOUNT TO WS-GL-AMOUNT
                           MOVE "D" TO WS-GL-DRCR
                           PERFORM JOURNAL-AID-PAIR
                           PERFORM COMMIT-TO-FUND
                   END-REWRITE
           END-WRITE.


       *> Revoking restores the credited amount to the balance and
       *> removes the award record - the feed line itself is the
       *> audit record of the revocation.  A renewal written ahead
       *> and never paid was never credited, so only its record
       *> and its fund commitment go.
       Revoke-Award.
           MOVE AWT-STUDENT-ID TO AWD-STUDENT-ID
           MOVE AWT-AWARD-CODE TO AWD-AWARD-CODE
                   *> The record area is undefined once the DELETE
                   *> lands, so hold the amount being restored first.
                   MOVE AWD-AMOUNT TO WS-REVOKE-AMOUNT
                   MOVE AWD-GRANT-DATE(1:4) TO WS-FUND-YEAR
                   MOVE AWD-DISBURSED-FLAG TO WS-REVOKE-PAID
                   DELETE AWARD-FILE
                       INVALID KEY
                           DISPLAY "AWDMAINT: DELETE FAILED, ID="
                               AWT-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           IF WS-REVOKE-PAID = "N"
                               ADD 1 TO WS-REVOKE-COUNT
                               PERFORM RELEASE-FROM-FUND
                           ELSE
                               PERFORM Restore-The-Balance
                           END-IF
                   END-DELETE
           END-READ.

       Restore-The-Balance.
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           ADD WS-REVOKE-AMOUNT TO STUDENT-TUITION-BALANCE
           MOVE WS-RUN-DATE TO STUDENT-LAST-ACTIVITY-DATE
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "AWDMAINT: BALANCE REWRITE FAILED, ID="
                       AWT-STUDENT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-REVOKE-COUNT
                   PERFORM WRITE-AUDIT-RECORD
                   SUBTRACT WS-REVOKE-AMOUNT FROM WS-TOTAL-GRANTED
                   MOVE WS-REVOKE-AMOUNT TO WS-GL-AMOUNT
                   MOVE "C" TO WS-GL-DRCR
                   PERFORM JOURNAL-AID-PAIR
                   PERFORM RELEASE-FROM-FUND
           END-REWRITE.

       *> Remaining is the authorized budget less everything already
       *> committed - renewals written ahead by AWDRENEW count
       *> against the fund the same as grants credited here.
       CHECK-THE-FUND.
           MOVE "Y" TO WS-FUND-CAP-OK
           IF WS-HAVE-FUNDS
               PERFORM READ-THE-FUND
               IF WS-FUND-FOUND = "N"
                   DISPLAY "AWDMAINT: NO FUND AUTHORIZED, CODE="
                       AWT-AWARD-CODE " YEAR=" WS-FUND-YEAR
                       " ID=" AWT-STUDENT-ID " - REJECTED"
                   MOVE "N" TO WS-FUND-CAP-OK
               ELSE
                   COMPUTE WS-FUND-REMAINING =
                       FND-BUDGET - FND-COMMITTED
                   IF AWT-AMOUNT > WS-FUND-REMAINING
                       COMPUTE WS-FUND-SHORTFALL =
                           AWT-AMOUNT - WS-FUND-REMAINING
                       CALL "CURREDIT" USING WS-FUND-SHORTFALL
                           WS-SHORTFALL-EDIT
                       DISPLAY "AWDMAINT: FUND " AWT-AWARD-CODE
                           " " WS-FUND-YEAR " SHORT BY "
                           WS-SHORTFALL-EDIT ", ID=" AWT-STUDENT-ID
                           " - REJECTED"
                       MOVE "N" TO WS-FUND-CAP-OK
                   END-IF
               END-IF
           END-IF.

       READ-THE-FUND.
           MOVE "N" TO WS-FUND-FOUND
           MOVE AWT-AWARD-CODE TO FND-AWARD-CODE
           MOVE WS-FUND-YEAR   TO FND-FISCAL-YEAR
           READ FUND-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-FUND-FOUND
           END-READ.

       *> A grant here is credited to the balance on the spot, so it
       *> is both committed and disbursed.
       COMMIT-TO-FUND.
           IF WS-HAVE-FUNDS
               PERFORM READ-THE-FUND
               IF WS-FUND-FOUND = "Y"
                   ADD AWT-AMOUNT TO FND-COMMITTED
                   ADD AWT-AMOUNT TO FND-DISBURSED
                   ADD 1 TO FND-RECIPIENTS
                   MOVE WS-RUN-DATE TO FND-LAST-CHANGED
                   PERFORM REWRITE-THE-FUND
               END-IF
           END-IF.

       *> Only an award that was paid comes back out of disbursed;
       *> a renewal AWDRENEW wrote ahead was only ever committed.
       RELEASE-FROM-FUND.
           IF WS-HAVE-FUNDS
               PERFORM READ-THE-FUND
               IF WS-FUND-FOUND = "Y"
                   SUBTRACT WS-REVOKE-AMOUNT FROM FND-COMMITTED
                   IF WS-REVOKE-PAID NOT = "N"
                       SUBTRACT WS-REVOKE-AMOUNT FROM FND-DISBURSED
                   END-IF
                   IF FND-RECIPIENTS > ZERO
                       SUBTRACT 1 FROM FND-RECIPIENTS
                   END-IF
                   MOVE WS-RUN-DATE TO FND-LAST-CHANGED
                   PERFORM REWRITE-THE-FUND
               END-IF
           END-IF.

       REWRITE-THE-FUND.
           REWRITE FUND-RECORD
               INVALID KEY
                   DISPLAY "AWDMAINT: FUND REWRITE FAILED, CODE="
                       FND-AWARD-CODE " YEAR=" FND-FISCAL-YEAR
           END-REWRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWDFUND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FUND-DSNAME
           END-IF.

       WRITE-AUDIT-RECORD.
