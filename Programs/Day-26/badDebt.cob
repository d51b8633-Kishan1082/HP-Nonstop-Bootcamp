       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> COLRECAL's register of accounts the agency sent back.
           *> A student whose latest recall is "U" (uncollectible)
           *> and is old enough is a write-off candidate.
           SELECT RECALL-REG-FILE ASSIGN TO WS-RECALLREG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RECALLREG-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           *> An account carrying a "B" hold again has been placed
           *> back with the agency and is not written off under it.
           *> Optional: no hold file means nothing is placed.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT RECALL-WORK ASSIGN TO "baddebt.tmp".

       DATA DIVISION.
       FILE SECTION.
       *> Same record shape collectRecall.cob writes.
       FD RECALL-REG-FILE.
       01 RECALL-REG-RECORD.
           05 RCL-STUDENT-ID        PIC 9(6).
           05 RCL-STATUS            PIC X(1).
           05 RCL-STATUS-DATE       PIC 9(8).
           05 RCL-RECALL-DATE       PIC 9(8).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> The register is in recall order; sorting on student then
       *> recall date leaves each student's latest recall last.
       SD RECALL-WORK.
       01 RECALL-WORK-RECORD.
           05 RWK-STUDENT-ID        PIC 9(6).
           05 RWK-RECALL-DATE       PIC 9(8).
           05 RWK-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-RECALLREG-DSNAME       PIC X(40) VALUE "colrecal.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "baddebt.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 RECALLREG-FS             PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 HOLD-FS                  PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-RECALL-DAY-INT        PIC 9(8) VALUE ZERO.
       01 WS-DAYS-SINCE            PIC S9(5) VALUE ZERO.

       *> Proposal is the default: the candidate list prints for
       *> the controller and nothing is touched.  WRITEOFF-POST=Y
       *> reruns the same selection and writes the accounts off,
       *> under a controller's sign-on.
       01 WS-POST-MODE             PIC X VALUE "N".
           88 WS-POSTING           VALUE "Y".

       *> Days an account must have been back from the agency,
       *> uncollected, before it is written off.
       01 WS-WO-AGE-DAYS           PIC 9(3) VALUE 180.

       *> The student in progress out of the sort.
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-CUR-STUDENT-ID        PIC 9(6).
       01 WS-CUR-RECALL-DATE       PIC 9(8).
       01 WS-CUR-STATUS            PIC X(1).

       01 WS-ITEM-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-WO-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-WO-ITEMS-DONE         PIC 9(4) VALUE ZERO.

       01 WS-STUDENTS-READ         PIC 9(6) VALUE ZERO.
       01 WS-CANDIDATE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-OFF-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-ITEMS-WRITTEN-OFF     PIC 9(6) VALUE ZERO.
       01 WS-TOO-RECENT-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REPLACED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NOT-UNCOLL-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-NOTHING-OPEN-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).
       01 WS-AMOUNT-EDIT           PIC X(12).
       01 WS-DAYS-EDIT             PIC ZZZZ9.
       01 WS-ITEMS-EDIT            PIC ZZZ9.

       *> GLPOST call arguments - a write-off journals DR BADDBT /
       *> CR AR, taking the amount out of receivables.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "BADDEBT".

       *> OPERSIGN call arguments - writing receivables off is the
       *> controller's decision, the same level adjustment approval
       *> demands.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 7.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every balance written down lands
       *> on the common audit trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "BADDEBT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "WRITEOFF".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "COLRECAL".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-REPORT-TITLE          PIC X(30).
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
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           IF WS-POSTING
               MOVE "I" TO WS-SIGN-FUNCTION
               CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
                   WS-OPERATOR-ID WS-SIGNED-FLAG
               IF WS-SIGNED-FLAG NOT = "Y"
                   DISPLAY "BADDEBT: SIGN-ON FAILED - WRITE-OFFS "
                       "NEED LEVEL " WS-MIN-LEVEL
                   STOP RUN
               END-IF
               MOVE "BAD-DEBT WRITE-OFF REGISTER" TO WS-REPORT-TITLE
           ELSE
               MOVE "BAD-DEBT WRITE-OFF PROPOSAL" TO WS-REPORT-TITLE
           END-IF

           OPEN INPUT RECALL-REG-FILE
           IF RECALLREG-FS NOT = "00"
               DISPLAY "BADDEBT: NO RECALL REGISTER ON FILE, STATUS="
                   RECALLREG-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF
           CLOSE RECALL-REG-FILE

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "BADDEBT: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               DISPLAY "BADDEBT: UNABLE TO OPEN CHARGE LEDGER, "
                   "STATUS=" CHARGE-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FS = "00"
               SET WS-HAVE-HOLDS TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "BADDEBT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ID     NAME                 CLASS RECALLED  "
               "  DAYS ITEMS       AMOUNT"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           IF WS-POSTING
               MOVE "O" TO WS-GL-FUNCTION
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           END-IF

           SORT RECALL-WORK
               ON ASCENDING KEY RWK-STUDENT-ID
               ON ASCENDING KEY RWK-RECALL-DATE
               INPUT PROCEDURE IS RELEASE-RECALLS
               OUTPUT PROCEDURE IS SELECT-THE-CANDIDATES

           IF WS-POSTING
               MOVE "C" TO WS-GL-FUNCTION
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-AMOUNT WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNTS " WS-CANDIDATE-COUNT
               "   TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           IF NOT WS-POSTING
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PROPOSAL ONLY - NOTHING WRITTEN OFF.  "
                   "APPROVED BY ________________  DATE ________"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE STUDENT-FILE
           CLOSE CHARGE-FILE
           IF WS-HAVE-HOLDS
               CLOSE HOLD-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== BAD-DEBT WRITE-OFF SUMMARY ====="
           IF WS-POSTING
               DISPLAY "MODE               : POST"
           ELSE
               DISPLAY "MODE               : PROPOSAL"
           END-IF
           DISPLAY "STUDENTS RECALLED  : " WS-STUDENTS-READ
           DISPLAY "NOT UNCOLLECTIBLE  : " WS-NOT-UNCOLL-COUNT
           DISPLAY "RECALLED TOO RECENT: " WS-TOO-RECENT-COUNT
           DISPLAY "PLACED AGAIN       : " WS-REPLACED-COUNT
           DISPLAY "NOTHING OPEN       : " WS-NOTHING-OPEN-COUNT
           DISPLAY "CANDIDATES         : " WS-CANDIDATE-COUNT
           DISPLAY "ACCOUNTS WRITTEN   : " WS-WRITTEN-OFF-COUNT
           DISPLAY "ITEMS WRITTEN OFF  : " WS-ITEMS-WRITTEN-OFF
           DISPLAY "AMOUNT             : " WS-TOTAL-EDIT
           DISPLAY "BADDEBT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           IF WS-POSTING
               MOVE "O" TO WS-SIGN-FUNCTION
               CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
                   WS-OPERATOR-ID WS-SIGNED-FLAG
           END-IF.

       RELEASE-RECALLS.
           OPEN INPUT RECALL-REG-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ RECALL-REG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RCL-STUDENT-ID  TO RWK-STUDENT-ID
                       MOVE RCL-RECALL-DATE TO RWK-RECALL-DATE
                       MOVE RCL-STATUS      TO RWK-STATUS
                       RELEASE RECALL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE RECALL-REG-FILE.

       SELECT-THE-CANDIDATES.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN RECALL-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF WS-FIRST-RECORD = "N"
                           AND RWK-STUDENT-ID NOT = WS-CUR-STUDENT-ID
                           PERFORM JUDGE-ONE-STUDENT
                       END-IF
                       MOVE "N" TO WS-FIRST-RECORD
                       MOVE RWK-STUDENT-ID  TO WS-CUR-STUDENT-ID
                       MOVE RWK-RECALL-DATE TO WS-CUR-RECALL-DATE
                       MOVE RWK-STATUS      TO WS-CUR-STATUS
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = "N"
               PERFORM JUDGE-ONE-STUDENT
           END-IF.

       *> The student's latest recall decides: it must be "U", old
       *> enough, not placed with the agency again since, and still
       *> carrying open undisputed items.  Disputed items are never
       *> written off - the dispute is settled first.
       JUDGE-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ
           IF WS-CUR-STATUS NOT = "U"
               ADD 1 TO WS-NOT-UNCOLL-COUNT
           ELSE
               IF WS-CUR-RECALL-DATE IS NUMERIC
                   AND WS-CUR-RECALL-DATE NOT = ZERO
                   COMPUTE WS-RECALL-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CUR-RECALL-DATE)
                   COMPUTE WS-DAYS-SINCE =
                       WS-RUN-DAY-INT - WS-RECALL-DAY-INT
               ELSE
                   MOVE ZERO TO WS-DAYS-SINCE
               END-IF
               IF WS-DAYS-SINCE < WS-WO-AGE-DAYS
                   ADD 1 TO WS-TOO-RECENT-COUNT
               ELSE
                   PERFORM CHECK-NOT-PLACED
               END-IF
           END-IF.

       CHECK-NOT-PLACED.
           IF WS-HAVE-HOLDS
               MOVE WS-CUR-STUDENT-ID TO HLD-STUDENT-ID
               MOVE "B" TO HLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       PERFORM CHECK-OPEN-ITEMS
                   NOT INVALID KEY
                       ADD 1 TO WS-REPLACED-COUNT
               END-READ
           ELSE
               PERFORM CHECK-OPEN-ITEMS
           END-IF.

       CHECK-OPEN-ITEMS.
           MOVE WS-CUR-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-NOTHING-OPEN-COUNT
                   DISPLAY "BADDEBT: RECALLED ID NOT ON FILE, ID="
                       WS-CUR-STUDENT-ID
               NOT INVALID KEY
                   PERFORM SUM-OPEN-ITEMS
                   IF WS-WO-AMOUNT > ZERO
                       PERFORM TAKE-THE-CANDIDATE
                   ELSE
                       ADD 1 TO WS-NOTHING-OPEN-COUNT
                   END-IF
           END-READ.

       SUM-OPEN-ITEMS.
           MOVE ZERO TO WS-ITEM-COUNT WS-WO-AMOUNT
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUR-STUDENT-ID TO CHG-STUDENT-ID
           MOVE ZERO TO CHG-ITEM-SEQ
           START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CHG-STUDENT-ID = WS-CUR-STUDENT-ID
                           IF CHG-OPEN AND NOT CHG-DISPUTED
                               ADD 1 TO WS-ITEM-COUNT
                               ADD CHG-AMOUNT TO WS-WO-AMOUNT
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-THE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
           ADD WS-WO-AMOUNT TO WS-TOTAL-AMOUNT
           CALL "CURREDIT" USING WS-WO-AMOUNT WS-AMOUNT-EDIT
           MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
           MOVE WS-ITEM-COUNT TO WS-ITEMS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING STUDENT-ID " " STUDENT-NAME " " STUDENT-CLASS
               "   " WS-CUR-RECALL-DATE "  " WS-DAYS-EDIT " "
               WS-ITEMS-EDIT " " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           IF WS-POSTING
               PERFORM WRITE-OFF-THE-ACCOUNT
           END-IF.

       *> Each open undisputed item goes to "W", stamped with the
       *> date and reason, and the balance comes down by the same
       *> amount - the balance stays the sum of the open items.
       WRITE-OFF-THE-ACCOUNT.
           MOVE ZERO TO WS-WO-ITEMS-DONE WS-WO-AMOUNT
           MOVE "N" TO WS-SCAN-EOF
           MOVE WS-CUR-STUDENT-ID TO CHG-STUDENT-ID
           MOVE ZERO TO CHG-ITEM-SEQ
           START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CHG-STUDENT-ID = WS-CUR-STUDENT-ID
                           IF CHG-OPEN AND NOT CHG-DISPUTED
                               PERFORM WRITE-OFF-ONE-ITEM
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-WO-AMOUNT > ZERO
               MOVE STUDENT-RECORD TO WS-AUD-BEFORE
               SUBTRACT WS-WO-AMOUNT FROM STUDENT-TUITION-BALANCE
               MOVE WS-RUN-DATE TO STUDENT-LAST-ACTIVITY-DATE
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "BADDEBT: BALANCE REWRITE FAILED, ID="
                           WS-CUR-STUDENT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-OFF-COUNT
                       ADD WS-WO-ITEMS-DONE TO WS-ITEMS-WRITTEN-OFF
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM JOURNAL-WRITE-OFF
               END-REWRITE
           END-IF.

       WRITE-OFF-ONE-ITEM.
           SET CHG-WRITTEN-OFF      TO TRUE
           MOVE WS-RUN-DATE         TO CHG-WRITEOFF-DATE
           SET CHG-WO-UNCOLLECTIBLE TO TRUE
           REWRITE CHARGE-RECORD
               INVALID KEY
                   DISPLAY "BADDEBT: ITEM REWRITE FAILED, ID="
                       CHG-STUDENT-ID " SEQ=" CHG-ITEM-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-WO-ITEMS-DONE
                   ADD CHG-AMOUNT TO WS-WO-AMOUNT
           END-REWRITE.

       JOURNAL-WRITE-OFF.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-WO-AMOUNT TO WS-GL-AMOUNT
           MOVE "BADDBT" TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID     TO WS-AUD-STUDENT-ID
           MOVE STUDENT-RECORD TO WS-AUD-AFTER
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
           STRING WS-REPORT-TITLE
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "COLRECAL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RECALLREG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BADDEBT-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WRITEOFF-POST"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POST-MODE
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "WRITEOFF-AGE-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WO-AGE-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
