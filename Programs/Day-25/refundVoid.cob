       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFVOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The business office's void feed: "V" voids a refund
           *> check outright and gives the credit back to the
           *> student's account; "R" voids it and reissues the same
           *> amount on the next number off the stock, to a new payee
           *> when one is named.  Either way the bank hears of the
           *> void through a positive-pay file of its own.
           SELECT VOID-TRAN-FILE ASSIGN TO WS-VOIDTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VOIDTRAN-FS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO WS-REFCHK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-CHECK-NUMBER
               ALTERNATE RECORD KEY IS RCK-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS REFCHK-FS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO WS-CHKCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS CKC-KEY
               FILE STATUS IS CHKCTL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-POSPAY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD VOID-TRAN-FILE.
       01 VOID-TRAN-RECORD.
           05 CVT-ACTION            PIC X(1).
           05 CVT-CHECK-NUMBER      PIC 9(8).
           05 CVT-REASON            PIC X(20).
           05 CVT-NEW-PAYEE         PIC X(20).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "REFCHKRC".

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           COPY "CHKCTLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           COPY "POSPAYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VOIDTRAN-DSNAME        PIC X(40) VALUE "chkvoid.dat".
       01 WS-REFCHK-DSNAME          PIC X(40) VALUE "refchk.idx".
       01 WS-CHKCTL-DSNAME          PIC X(40) VALUE "chkctl.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-POSPAY-DSNAME          PIC X(40) VALUE "pospayvd.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "refvoid.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 VOIDTRAN-FS              PIC XX.
       01 REFCHK-FS                PIC XX.
       01 CHKCTL-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 POSPAY-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 CKC-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-VOID-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-REISSUE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VOID-TOTAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REISSUE-TOTAL         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).

       *> The check being voided, held while its replacement is
       *> written over the same record area.
       01 WS-OLD-CHECK             PIC 9(8).
       01 WS-OLD-STUDENT           PIC 9(6).
       01 WS-OLD-PAYEE             PIC X(20).
       01 WS-OLD-ISSUE-DATE        PIC 9(8).
       01 WS-CHECK-AMOUNT          PIC S9(7)V99 COMP-3.
       01 WS-AMOUNT-EDIT           PIC X(12).
       01 WS-NEW-CHECK             PIC 9(8).
       01 WS-NEW-PAYEE             PIC X(20).
       01 WS-STUDENT-OK            PIC X VALUE "N".

       *> Positive-pay control totals, proved by the bank against
       *> the trailer.
       01 WS-PP-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-PP-HASH-TOTAL         PIC 9(10)V99 VALUE ZERO.

       *> GLPOST call arguments - a void reverses the refund's
       *> journal (DR CASH / CR AR); a reissue journals the
       *> replacement check the way REFPOST journaled the first.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "REFVOID".

       *> OPERSIGN call arguments - voiding a check moves money and
       *> demands level 6; the operator goes on the register.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - the credit a plain void gives
       *> back, and every register change, land on the common
       *> audit trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "REFVOID".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "CHKVOID".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Print-file plumbing for the void register.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "REFVOID: SIGN-ON FAILED - CHECK VOIDS "
                   "NEED LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT VOID-TRAN-FILE
           IF VOIDTRAN-FS NOT = "00"
               DISPLAY "REFVOID: UNABLE TO OPEN VOID FEED, "
                   "STATUS=" VOIDTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O CHECK-REGISTER-FILE
           IF REFCHK-FS NOT = "00"
               DISPLAY "REFVOID: NO CHECK REGISTER ON FILE, "
                   "STATUS=" REFCHK-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O CHECK-CONTROL-FILE
           IF CHKCTL-FS NOT = "00"
               DISPLAY "REFVOID: UNABLE TO OPEN CHECK CONTROL, "
                   "STATUS=" CHKCTL-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF
           MOVE 1 TO CKC-KEY
           READ CHECK-CONTROL-FILE
               INVALID KEY
                   DISPLAY "REFVOID: NO CHECK CONTROL RECORD - "
                       "RUN REFPOST FIRST"
                   PERFORM SIGN-OFF-OPERATOR
                   STOP RUN
           END-READ

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "REFVOID: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-HEADER TO TRUE
           MOVE CKC-BANK-ACCOUNT TO PPH-ACCOUNT
           MOVE WS-RUN-DATE      TO PPH-FILE-DATE
           MOVE "REFVOID"        TO PPH-ORIGINATOR
           WRITE POSITIVE-PAY-RECORD

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ACTION    CHECK NO  STUDENT  PAYEE               "
               "        AMOUNT  REISSUED AS"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM UNTIL WS-EOF = "Y"
               READ VOID-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE CVT-ACTION
                           WHEN "V" PERFORM Void-Check
                           WHEN "R" PERFORM Void-Check
                           WHEN OTHER
                               DISPLAY "REFVOID: UNKNOWN ACTION "
                                   CVT-ACTION " CHECK="
                                   CVT-CHECK-NUMBER
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-TRAILER TO TRUE
           MOVE WS-PP-DETAIL-COUNT TO PPT-REC-COUNT
           MOVE WS-PP-HASH-TOTAL   TO PPT-HASH-TOTAL
           MOVE WS-REISSUE-COUNT   TO PPT-ISSUE-COUNT
           MOVE WS-VOID-COUNT      TO PPT-VOID-COUNT
           WRITE POSITIVE-PAY-RECORD

           CLOSE VOID-TRAN-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE CHECK-CONTROL-FILE
           CLOSE STUDENT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== REFUND CHECK VOID SUMMARY ====="
           DISPLAY "ACTIONS READ   : " WS-TRAN-COUNT
           DISPLAY "CHECKS VOIDED  : " WS-VOID-COUNT
           CALL "CURREDIT" USING WS-VOID-TOTAL WS-TOTAL-EDIT
           DISPLAY "AMOUNT VOIDED  : " WS-TOTAL-EDIT
           DISPLAY "CHECKS REISSUED: " WS-REISSUE-COUNT
           CALL "CURREDIT" USING WS-REISSUE-TOTAL WS-TOTAL-EDIT
           DISPLAY "AMOUNT REISSUED: " WS-TOTAL-EDIT
           DISPLAY "REJECTED       : " WS-REJECT-COUNT
           DISPLAY "REFVOID: REGISTER SPOOLED TO " WS-PRINT-DSNAME
           DISPLAY "REFVOID: POSITIVE PAY WRITTEN TO " WS-POSPAY-DSNAME

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> Only an outstanding check can be voided - one already
       *> voided, cleared, or escheated (or never written) is turned
       *> back.
       Void-Check.
           MOVE CVT-CHECK-NUMBER TO RCK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   DISPLAY "REFVOID: CHECK NOT ON REGISTER="
                       CVT-CHECK-NUMBER
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF NOT RCK-ISSUED
                       DISPLAY "REFVOID: CHECK NOT OUTSTANDING="
                           CVT-CHECK-NUMBER " STATUS=" RCK-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM VOID-THE-CHECK
                   END-IF
           END-READ.

       VOID-THE-CHECK.
           MOVE RCK-CHECK-NUMBER TO WS-OLD-CHECK
           MOVE RCK-STUDENT-ID   TO WS-OLD-STUDENT
           MOVE RCK-PAYEE        TO WS-OLD-PAYEE
           MOVE RCK-ISSUE-DATE   TO WS-OLD-ISSUE-DATE
           MOVE RCK-AMOUNT       TO WS-CHECK-AMOUNT

           *> A plain void puts the refunded credit back on the
           *> student's account; a reissue pays the same credit out
           *> again, so the account is left as it stands.
           MOVE "Y" TO WS-STUDENT-OK
           IF CVT-ACTION = "V"
               PERFORM RESTORE-THE-CREDIT
           END-IF
           IF WS-STUDENT-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO WS-AUD-BEFORE
               STRING "CHECK " RCK-CHECK-NUMBER " ISSUED "
                   RCK-ISSUE-DATE " " RCK-PAYEE
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE
               SET RCK-VOIDED TO TRUE
               MOVE WS-RUN-DATE TO RCK-VOID-DATE
               MOVE CVT-REASON  TO RCK-VOID-REASON
               IF CVT-ACTION = "R"
                   MOVE CKC-NEXT-CHECK TO RCK-REISSUED-AS
               END-IF
               REWRITE CHECK-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "REFVOID: REGISTER REWRITE FAILED, "
                           "CHECK=" WS-OLD-CHECK " STATUS=" REFCHK-FS
               END-REWRITE
               MOVE SPACES TO WS-AUD-AFTER
               STRING "CHECK " WS-OLD-CHECK " VOIDED " WS-RUN-DATE
                   " " CVT-REASON
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD

               ADD 1 TO WS-VOID-COUNT
               ADD WS-CHECK-AMOUNT TO WS-VOID-TOTAL
               MOVE "D" TO WS-GL-DRCR
               MOVE "CASH  " TO WS-GL-ACCOUNT
               PERFORM JOURNAL-CHECK
               MOVE SPACES TO POSITIVE-PAY-RECORD
               MOVE "V" TO PPD-ACTION
               MOVE WS-OLD-CHECK TO PPD-CHECK-NUMBER
               MOVE WS-OLD-ISSUE-DATE TO PPD-ISSUE-DATE
               MOVE WS-OLD-PAYEE TO PPD-PAYEE
               PERFORM WRITE-POSITIVE-PAY

               MOVE SPACES TO WS-PRINT-LINE
               CALL "CURREDIT" USING WS-CHECK-AMOUNT WS-AMOUNT-EDIT
               IF CVT-ACTION = "R"
                   STRING "VOID      " WS-OLD-CHECK "  "
                       WS-OLD-STUDENT "   " WS-OLD-PAYEE "  "
                       WS-AMOUNT-EDIT "  " CKC-NEXT-CHECK
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
                   PERFORM REISSUE-THE-CHECK
               ELSE
                   STRING "VOID      " WS-OLD-CHECK "  "
                       WS-OLD-STUDENT "   " WS-OLD-PAYEE "  "
                       WS-AMOUNT-EDIT "  CREDIT RESTORED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          REASON: " CVT-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       RESTORE-THE-CREDIT.
           MOVE WS-OLD-STUDENT TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "REFVOID: STUDENT NOT ON FILE, ID="
                       WS-OLD-STUDENT " CHECK=" WS-OLD-CHECK
                   MOVE "N" TO WS-STUDENT-OK
               NOT INVALID KEY
                   MOVE STUDENT-RECORD TO WS-AUD-BEFORE
                   SUBTRACT WS-CHECK-AMOUNT
                       FROM STUDENT-TUITION-BALANCE
                   MOVE WS-RUN-DATE TO STUDENT-LAST-ACTIVITY-DATE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "REFVOID: REWRITE FAILED, ID="
                               WS-OLD-STUDENT
                           MOVE "N" TO WS-STUDENT-OK
                       NOT INVALID KEY
                           MOVE STUDENT-RECORD TO WS-AUD-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       *> The replacement takes the next number off the stock and
       *> points back at the check it replaces.
       REISSUE-THE-CHECK.
           MOVE CKC-NEXT-CHECK TO WS-NEW-CHECK
           ADD 1 TO CKC-NEXT-CHECK
           ADD 1 TO CKC-CHECKS-ISSUED
           MOVE WS-RUN-DATE TO CKC-LAST-ISSUE-DATE
           REWRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REFVOID: CHECK CONTROL REWRITE FAILED, "
                       "STATUS=" CHKCTL-FS
           END-REWRITE

           MOVE WS-OLD-PAYEE TO WS-NEW-PAYEE
           IF CVT-NEW-PAYEE NOT = SPACES
               MOVE CVT-NEW-PAYEE TO WS-NEW-PAYEE
           END-IF

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE WS-NEW-CHECK    TO RCK-CHECK-NUMBER
           MOVE WS-OLD-STUDENT  TO RCK-STUDENT-ID
           MOVE WS-NEW-PAYEE    TO RCK-PAYEE
           MOVE WS-CHECK-AMOUNT TO RCK-AMOUNT
           MOVE WS-RUN-DATE     TO RCK-ISSUE-DATE
           SET RCK-ISSUED TO TRUE
           MOVE ZERO TO RCK-VOID-DATE RCK-REISSUED-AS
           MOVE ZERO TO RCK-CLEARED-DATE
           MOVE WS-OLD-CHECK    TO RCK-REISSUE-OF
           MOVE WS-OPERATOR-ID  TO RCK-ISSUED-BY
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "REFVOID: CHECK NUMBER ALREADY ON REGISTER="
                       WS-NEW-CHECK
                       " - CHECK CONTROL RECORD NEEDS ATTENTION"
           END-WRITE

           ADD 1 TO WS-REISSUE-COUNT
           ADD WS-CHECK-AMOUNT TO WS-REISSUE-TOTAL
           MOVE "C" TO WS-GL-DRCR
           MOVE "CASH  " TO WS-GL-ACCOUNT
           PERFORM JOURNAL-CHECK
           MOVE SPACES TO POSITIVE-PAY-RECORD
           MOVE "I" TO PPD-ACTION
           MOVE WS-NEW-CHECK TO PPD-CHECK-NUMBER
           MOVE WS-RUN-DATE TO PPD-ISSUE-DATE
           MOVE WS-NEW-PAYEE TO PPD-PAYEE
           PERFORM WRITE-POSITIVE-PAY

           MOVE SPACES TO WS-PRINT-LINE
           STRING "REISSUE   " WS-NEW-CHECK "  " WS-OLD-STUDENT
               "   " WS-NEW-PAYEE "  " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> One balanced pair per check: WS-GL-DRCR is the side CASH
       *> takes, and AR takes the other.
       JOURNAL-CHECK.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-CHECK-AMOUNT TO WS-GL-AMOUNT
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "AR    " TO WS-GL-ACCOUNT
           IF WS-GL-DRCR = "D"
               MOVE "C" TO WS-GL-DRCR
           ELSE
               MOVE "D" TO WS-GL-DRCR
           END-IF
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       *> The caller clears the record and sets PPD-ACTION, the
       *> check number, issue date and payee.
       WRITE-POSITIVE-PAY.
           SET PPR-DETAIL TO TRUE
           MOVE CKC-BANK-ACCOUNT TO PPD-ACCOUNT
           MOVE WS-CHECK-AMOUNT  TO PPD-AMOUNT
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-DETAIL-COUNT
           ADD PPD-AMOUNT TO WS-PP-HASH-TOTAL.

       WRITE-AUDIT-RECORD.
           MOVE WS-OLD-STUDENT TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

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
           STRING "REFUND CHECK VOID REGISTER"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM WS-HEADING-TEXT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHKVOID-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-VOIDTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFCHK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFCHK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHKCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHKCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSPAY-VOID-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSPAY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFVOID-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF.
