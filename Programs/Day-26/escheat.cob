       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> REFPOST's check register - an "I" check issued before
           *> the dormancy start that REFCLEAR never saw paid is
           *> unclaimed property.
           SELECT CHECK-REGISTER-FILE ASSIGN TO WS-REFCHK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-CHECK-NUMBER
               ALTERNATE RECORD KEY IS RCK-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS REFCHK-FS.

           *> Every item lettered, reported, or dropped, so the
           *> filing phase works from exactly what was lettered.
           SELECT ESCHEAT-FILE ASSIGN TO WS-ESCHEAT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-KEY
               FILE STATUS IS ESCHEAT-FS.

           *> Filing phase only: the disbursement account for the
           *> positive-pay voids of escheated checks.
           SELECT CHECK-CONTROL-FILE ASSIGN TO WS-CHKCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS CKC-KEY
               FILE STATUS IS CHKCTL-FS.

           *> Filing phase only: a credit balance sent to the state
           *> is no longer a refund the office can approve.
           *> Optional - no queue means nothing to close.
           SELECT REFUND-QUEUE-FILE ASSIGN TO WS-REFUNDQ-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFQ-STUDENT-ID
               FILE STATUS IS REFUNDQ-FS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATE-FS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-POSPAY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "REFCHKRC".

       FD ESCHEAT-FILE.
       01 ESCHEAT-RECORD.
           COPY "ESCHRC".

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           COPY "CHKCTLRC".

       *> Same record shape refundScan.cob writes.
       FD REFUND-QUEUE-FILE.
       01 REFUND-QUEUE-RECORD.
           05 RFQ-STUDENT-ID        PIC 9(6).
           05 RFQ-STUDENT-NAME      PIC X(20).
           05 RFQ-AMOUNT            PIC S9(5)V99 COMP-3.
           05 RFQ-SCAN-DATE         PIC 9(8).
           05 RFQ-STATUS            PIC X(1).
               88 RFQ-PENDING       VALUE "P".
               88 RFQ-APPROVED      VALUE "A".
               88 RFQ-HELD          VALUE "H".
               88 RFQ-DONE          VALUE "D".
           05 RFQ-DECISION-DATE     PIC 9(8).

       FD STATE-FILE.
       01 STATE-RECORD.
           COPY "ESCFILRC".

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           COPY "POSPAYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-REFCHK-DSNAME          PIC X(40) VALUE "refchk.idx".
       01 WS-ESCHEAT-DSNAME         PIC X(40) VALUE "escheat.idx".
       01 WS-CHKCTL-DSNAME          PIC X(40) VALUE "chkctl.dat".
       01 WS-REFUNDQ-DSNAME         PIC X(40) VALUE "refundq.idx".
       01 WS-STATE-DSNAME           PIC X(40) VALUE "escstate.dat".
       01 WS-POSPAY-DSNAME          PIC X(40) VALUE "pospayes.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "escheat.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 REFCHK-FS                PIC XX.
       01 ESCHEAT-FS               PIC XX.
       01 CHKCTL-FS                PIC XX.
       01 CKC-KEY                  PIC 9(4).
       01 REFUNDQ-FS               PIC XX.
       01 STATE-FS                 PIC XX.
       01 POSPAY-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-REFCHK-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-REFCHK       VALUE "Y".
       01 WS-REFUNDQ-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-REFUNDQ      VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-LETTER-DAY-INT        PIC 9(8) VALUE ZERO.
       01 WS-DAYS-SINCE            PIC S9(5) VALUE ZERO.

       *> "L" (the default) finds dormant items and letters them;
       *> "F", once the letter window has run, files with the state
       *> and journals the amounts to the escheat liability.
       01 WS-PHASE                 PIC X VALUE "L".
           88 WS-LETTER-PHASE      VALUE "L".
           88 WS-FILING-PHASE      VALUE "F".

       *> The state's dormancy period, in years, and the days the
       *> owner gets to answer the due-diligence letter.  Any
       *> activity on or after the dormancy start keeps a student's
       *> money off the list.
       01 WS-DORMANT-YEARS         PIC 9(2) VALUE 3.
       01 WS-LETTER-DAYS           PIC 9(3) VALUE 60.
       01 WS-DORMANCY-START        PIC 9(8) VALUE ZERO.

       *> Holder identification the state assigned the district.
       01 WS-HOLDER-NAME           PIC X(30) VALUE "SCHOOL DISTRICT".
       01 WS-HOLDER-ID             PIC X(10) VALUE SPACES.

       *> The item in hand, as lettered or as filed.
       01 WS-ITEM-STUDENT-ID       PIC 9(6).
       01 WS-ITEM-KIND             PIC X(1).
       01 WS-ITEM-CHECK            PIC 9(8).
       01 WS-ITEM-NAME             PIC X(20).
       01 WS-ITEM-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-ITEM-ACTIVITY         PIC 9(8).
       01 WS-STUDENT-FOUND         PIC X VALUE "N".
       01 WS-DROP-REASON           PIC X(20).
       01 WS-KIND-TEXT             PIC X(7).
       01 WS-CHECK-EDIT            PIC X(8).

       01 WS-BALANCE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CHECK-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-LETTERED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NO-DATE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WAITING-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REPORTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).
       01 WS-AMOUNT-EDIT           PIC X(12).

       *> State file and positive-pay control totals.
       01 WS-STATE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-STATE-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01 WS-PP-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-PP-HASH-TOTAL         PIC 9(10)V99 VALUE ZERO.

       *> CNTFIND call arguments - the priority-1 guardian is the
       *> owner of record on the letter and the state filing.
       01 WS-CF-ID                 PIC 9(6).
       01 WS-CF-PURPOSE            PIC X(1) VALUE "M".
       01 WS-CF-FOUND              PIC X(1).
       01 WS-CF-DEAD               PIC X(1).
       01 WS-CF-NAME               PIC X(20).
       01 WS-CF-PHONE              PIC X(12).
       01 WS-CF-ADDR1              PIC X(25).
       01 WS-CF-ADDR2              PIC X(25).

       *> MAILPC call arguments - the due-diligence letters go out
       *> through the nightly mail run like every other letter.
       01 WS-MAIL-TYPE             PIC X(4) VALUE "ESCH".
       01 WS-MAIL-PIECE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-MAIL-STUDENT-ID       PIC 9(6).
       01 WS-MAIL-ADDRESSEE        PIC X(20).
       01 WS-MAIL-ADDR1            PIC X(25).
       01 WS-MAIL-ADDR2            PIC X(25).

       *> GLPOST call arguments - a credit balance moves DR AR /
       *> CR ESCHLB, an uncashed check DR CASH / CR ESCHLB.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "ESCHEAT".

       *> OPERSIGN call arguments - filing moves money off the
       *> books and is the controller's call.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 7.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "ESCHEAT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "ESCHEAT ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "ESCHEAT".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-REPORT-TITLE          PIC X(34).
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
           COMPUTE WS-DORMANCY-START =
               WS-RUN-DATE - WS-DORMANT-YEARS * 10000

           IF WS-FILING-PHASE
               MOVE "I" TO WS-SIGN-FUNCTION
               CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
                   WS-OPERATOR-ID WS-SIGNED-FLAG
               IF WS-SIGNED-FLAG NOT = "Y"
                   DISPLAY "ESCHEAT: SIGN-ON FAILED - STATE FILING "
                       "NEEDS LEVEL " WS-MIN-LEVEL
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ESCHEAT: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O CHECK-REGISTER-FILE
           IF REFCHK-FS = "00"
               SET WS-HAVE-REFCHK TO TRUE
           END-IF

           OPEN I-O ESCHEAT-FILE
           IF ESCHEAT-FS NOT = "00"
               OPEN OUTPUT ESCHEAT-FILE
               CLOSE ESCHEAT-FILE
               OPEN I-O ESCHEAT-FILE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "ESCHEAT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           IF WS-LETTER-PHASE
               PERFORM RUN-LETTER-PHASE
           ELSE
               PERFORM RUN-FILING-PHASE
           END-IF

           CLOSE STUDENT-FILE
           IF WS-HAVE-REFCHK
               CLOSE CHECK-REGISTER-FILE
           END-IF
           CLOSE ESCHEAT-FILE
           CLOSE PRINT-FILE

           CALL "CURREDIT" USING WS-TOTAL-AMOUNT WS-TOTAL-EDIT
           DISPLAY "===== UNCLAIMED PROPERTY SUMMARY ====="
           DISPLAY "DORMANCY START     : " WS-DORMANCY-START
           IF WS-LETTER-PHASE
               DISPLAY "PHASE              : DUE-DILIGENCE LETTERS"
               DISPLAY "CREDIT BALANCES    : " WS-BALANCE-COUNT
               DISPLAY "UNCASHED CHECKS    : " WS-CHECK-COUNT
               DISPLAY "NEWLY LETTERED     : " WS-LETTERED-COUNT
               DISPLAY "ALREADY LETTERED   : " WS-ALREADY-COUNT
               DISPLAY "NO ACTIVITY DATE   : " WS-NO-DATE-COUNT
               DISPLAY "LETTERS QUEUED     : " WS-MAIL-PIECE-COUNT
           ELSE
               DISPLAY "PHASE              : STATE FILING"
               DISPLAY "STILL IN WINDOW    : " WS-WAITING-COUNT
               DISPLAY "DROPPED            : " WS-DROPPED-COUNT
               DISPLAY "REPORTED TO STATE  : " WS-REPORTED-COUNT
               DISPLAY "ESCHEATED CHECKS   : " WS-CHECK-COUNT
               DISPLAY "ESCHEAT: STATE FILE WRITTEN TO "
                   WS-STATE-DSNAME
           END-IF
           DISPLAY "AMOUNT             : " WS-TOTAL-EDIT
           DISPLAY "ESCHEAT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           IF WS-FILING-PHASE
               MOVE "O" TO WS-SIGN-FUNCTION
               CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
                   WS-OPERATOR-ID WS-SIGNED-FLAG
           END-IF.

       *> ===== Letter phase =====
       *> Dormant credit balances off the master, then uncashed
       *> refund checks off the register.
       RUN-LETTER-PHASE.
           MOVE "UNCLAIMED PROPERTY LETTER LIST" TO WS-REPORT-TITLE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ID     OWNER                KIND    CHECK NO  "
               "LAST ACT        AMOUNT"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-TUITION-BALANCE IS NUMERIC
                           AND STUDENT-TUITION-BALANCE < ZERO
                           PERFORM CONSIDER-CREDIT-BALANCE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HAVE-REFCHK
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CHECK-REGISTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RCK-ISSUED
                               AND RCK-ISSUE-DATE < WS-DORMANCY-START
                               PERFORM CONSIDER-UNCASHED-CHECK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-AMOUNT WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LETTERS " WS-LETTERED-COUNT "   TOTAL "
               WS-TOTAL-EDIT "   REPLIES DUE WITHIN " WS-LETTER-DAYS
               " DAYS"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> A record with no activity date predates the field; its
       *> dormancy cannot be proved, so it is counted and left off.
       CONSIDER-CREDIT-BALANCE.
           IF STUDENT-LAST-ACTIVITY-DATE = ZERO
                   OR STUDENT-LAST-ACTIVITY-DATE IS NOT NUMERIC
               ADD 1 TO WS-NO-DATE-COUNT
           ELSE
               IF STUDENT-LAST-ACTIVITY-DATE < WS-DORMANCY-START
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE STUDENT-ID   TO WS-ITEM-STUDENT-ID
                   MOVE "B"          TO WS-ITEM-KIND
                   MOVE ZERO         TO WS-ITEM-CHECK
                   MOVE STUDENT-NAME TO WS-ITEM-NAME
                   COMPUTE WS-ITEM-AMOUNT =
                       ZERO - STUDENT-TUITION-BALANCE
                   MOVE STUDENT-LAST-ACTIVITY-DATE
                       TO WS-ITEM-ACTIVITY
                   PERFORM LETTER-THE-ITEM
               END-IF
           END-IF.

       *> The check itself is old enough; the student must show no
       *> activity since the dormancy start either.
       CONSIDER-UNCASHED-CHECK.
           MOVE RCK-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE RCK-ISSUE-DATE TO WS-ITEM-ACTIVITY
               NOT INVALID KEY
                   MOVE STUDENT-LAST-ACTIVITY-DATE TO WS-ITEM-ACTIVITY
                   IF WS-ITEM-ACTIVITY IS NOT NUMERIC
                           OR WS-ITEM-ACTIVITY < RCK-ISSUE-DATE
                       MOVE RCK-ISSUE-DATE TO WS-ITEM-ACTIVITY
                   END-IF
           END-READ
           IF WS-ITEM-ACTIVITY < WS-DORMANCY-START
               ADD 1 TO WS-CHECK-COUNT
               MOVE RCK-STUDENT-ID   TO WS-ITEM-STUDENT-ID
               MOVE "K"              TO WS-ITEM-KIND
               MOVE RCK-CHECK-NUMBER TO WS-ITEM-CHECK
               MOVE RCK-PAYEE        TO WS-ITEM-NAME
               MOVE RCK-AMOUNT       TO WS-ITEM-AMOUNT
               PERFORM LETTER-THE-ITEM
           END-IF.

       *> An item already lettered waits out its window, and one
       *> already reported is gone; one dropped before and dormant
       *> again is lettered afresh.
       LETTER-THE-ITEM.
           MOVE WS-ITEM-STUDENT-ID TO ESC-STUDENT-ID
           MOVE WS-ITEM-KIND       TO ESC-KIND
           MOVE WS-ITEM-CHECK      TO ESC-CHECK-NUMBER
           READ ESCHEAT-FILE
               INVALID KEY
                   PERFORM BUILD-HOLDING-RECORD
                   WRITE ESCHEAT-RECORD
                       INVALID KEY
                           DISPLAY "ESCHEAT: HOLDING WRITE FAILED, ID="
                               WS-ITEM-STUDENT-ID
                       NOT INVALID KEY
                           PERFORM PRINT-LETTER-LINE
                   END-WRITE
               NOT INVALID KEY
                   IF ESC-DROPPED
                       PERFORM BUILD-HOLDING-RECORD
                       REWRITE ESCHEAT-RECORD
                           INVALID KEY
                               DISPLAY "ESCHEAT: HOLDING REWRITE "
                                   "FAILED, ID=" WS-ITEM-STUDENT-ID
                           NOT INVALID KEY
                               PERFORM PRINT-LETTER-LINE
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
           END-READ.

       BUILD-HOLDING-RECORD.
           MOVE WS-ITEM-STUDENT-ID TO ESC-STUDENT-ID
           MOVE WS-ITEM-KIND       TO ESC-KIND
           MOVE WS-ITEM-CHECK      TO ESC-CHECK-NUMBER
           MOVE WS-ITEM-NAME       TO ESC-OWNER-NAME
           MOVE WS-ITEM-AMOUNT     TO ESC-AMOUNT
           MOVE WS-ITEM-ACTIVITY   TO ESC-LAST-ACTIVITY
           MOVE WS-RUN-DATE        TO ESC-LETTER-DATE
           SET ESC-LETTERED        TO TRUE
           MOVE ZERO               TO ESC-CLOSE-DATE
           MOVE SPACES             TO ESC-DROP-REASON.

       PRINT-LETTER-LINE.
           ADD 1 TO WS-LETTERED-COUNT
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM PRINT-ITEM-LINE
           PERFORM FIND-THE-OWNER
           IF WS-CF-FOUND = "Y" AND WS-CF-DEAD NOT = "Y"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       " WS-CF-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       " WS-CF-ADDR1
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "       " WS-CF-ADDR2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE WS-ITEM-STUDENT-ID TO WS-MAIL-STUDENT-ID
               MOVE WS-CF-NAME  TO WS-MAIL-ADDRESSEE
               MOVE WS-CF-ADDR1 TO WS-MAIL-ADDR1
               MOVE WS-CF-ADDR2 TO WS-MAIL-ADDR2
               CALL "MAILPC" USING WS-MAIL-TYPE
                   WS-MAIL-STUDENT-ID WS-MAIL-ADDRESSEE
                   WS-MAIL-ADDR1 WS-MAIL-ADDR2
               ADD 1 TO WS-MAIL-PIECE-COUNT
           ELSE
               MOVE "       *** NO MAILABLE ADDRESS ON FILE ***"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       FIND-THE-OWNER.
           MOVE WS-ITEM-STUDENT-ID TO WS-CF-ID
           CALL "CNTFIND" USING WS-CF-ID WS-CF-PURPOSE
               WS-CF-FOUND WS-CF-DEAD WS-CF-NAME WS-CF-PHONE
               WS-CF-ADDR1 WS-CF-ADDR2.

       PRINT-ITEM-LINE.
           IF WS-ITEM-KIND = "K"
               MOVE "CHECK  " TO WS-KIND-TEXT
               MOVE WS-ITEM-CHECK TO WS-CHECK-EDIT
           ELSE
               MOVE "CREDIT " TO WS-KIND-TEXT
               MOVE SPACES TO WS-CHECK-EDIT
           END-IF
           CALL "CURREDIT" USING WS-ITEM-AMOUNT WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-ITEM-STUDENT-ID " " WS-ITEM-NAME " "
               WS-KIND-TEXT " " WS-CHECK-EDIT "  " WS-ITEM-ACTIVITY
               "  " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> ===== Filing phase =====
       *> Every lettered item whose window has closed is proved
       *> dormant once more, then reported or dropped.
       RUN-FILING-PHASE.
           MOVE "UNCLAIMED PROPERTY STATE FILING" TO WS-REPORT-TITLE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ID     OWNER                KIND    CHECK NO  "
               "LAST ACT        AMOUNT  ACTION"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN I-O CHECK-CONTROL-FILE
           MOVE 1 TO CKC-KEY
           IF CHKCTL-FS = "00"
               READ CHECK-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO CKC-BANK-ACCOUNT
               END-READ
           ELSE
               MOVE SPACES TO CKC-BANK-ACCOUNT
           END-IF

           OPEN I-O REFUND-QUEUE-FILE
           IF REFUNDQ-FS = "00"
               SET WS-HAVE-REFUNDQ TO TRUE
           END-IF

           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-RECORD
           SET ESF-HEADER TO TRUE
           MOVE WS-HOLDER-NAME    TO ESH-HOLDER-NAME
           MOVE WS-HOLDER-ID      TO ESH-HOLDER-ID
           MOVE WS-RUN-DATE(1:4)  TO ESH-REPORT-YEAR
           MOVE WS-RUN-DATE       TO ESH-FILE-DATE
           WRITE STATE-RECORD

           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-HEADER TO TRUE
           MOVE CKC-BANK-ACCOUNT TO PPH-ACCOUNT
           MOVE WS-RUN-DATE      TO PPH-FILE-DATE
           MOVE "ESCHEAT"        TO PPH-ORIGINATOR
           WRITE POSITIVE-PAY-RECORD

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           MOVE LOW-VALUES TO ESC-KEY
           START ESCHEAT-FILE KEY IS NOT LESS THAN ESC-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ESCHEAT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ESC-LETTERED
                           PERFORM FILE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           MOVE SPACES TO STATE-RECORD
           SET ESF-TRAILER TO TRUE
           MOVE WS-STATE-COUNT TO EST-REC-COUNT
           MOVE WS-STATE-TOTAL TO EST-AMOUNT-TOTAL
           WRITE STATE-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-TRAILER TO TRUE
           MOVE WS-PP-DETAIL-COUNT TO PPT-REC-COUNT
           MOVE WS-PP-HASH-TOTAL   TO PPT-HASH-TOTAL
           MOVE ZERO               TO PPT-ISSUE-COUNT
           MOVE WS-PP-DETAIL-COUNT TO PPT-VOID-COUNT
           WRITE POSITIVE-PAY-RECORD

           IF CHKCTL-FS = "00"
               CLOSE CHECK-CONTROL-FILE
           END-IF
           IF WS-HAVE-REFUNDQ
               CLOSE REFUND-QUEUE-FILE
           END-IF
           CLOSE STATE-FILE
           CLOSE POSITIVE-PAY-FILE

           CALL "CURREDIT" USING WS-TOTAL-AMOUNT WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REPORTED " WS-REPORTED-COUNT "   TOTAL "
               WS-TOTAL-EDIT "   DROPPED " WS-DROPPED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       FILE-ONE-ITEM.
           COMPUTE WS-LETTER-DAY-INT =
               FUNCTION INTEGER-OF-DATE(ESC-LETTER-DATE)
           COMPUTE WS-DAYS-SINCE = WS-RUN-DAY-INT - WS-LETTER-DAY-INT
           IF WS-DAYS-SINCE < WS-LETTER-DAYS
               ADD 1 TO WS-WAITING-COUNT
           ELSE
               MOVE ESC-STUDENT-ID   TO WS-ITEM-STUDENT-ID
               MOVE ESC-KIND         TO WS-ITEM-KIND
               MOVE ESC-CHECK-NUMBER TO WS-ITEM-CHECK
               MOVE ESC-OWNER-NAME   TO WS-ITEM-NAME
               MOVE ESC-AMOUNT       TO WS-ITEM-AMOUNT
               MOVE ESC-LAST-ACTIVITY TO WS-ITEM-ACTIVITY
               PERFORM RECHECK-DORMANCY
               IF WS-DROP-REASON NOT = SPACES
                   PERFORM DROP-THE-ITEM
               ELSE
                   PERFORM REPORT-THE-ITEM
               END-IF
           END-IF.

       *> Anything that happened during the letter window - a
       *> payment, a claim, the check cashed or voided - takes the
       *> item off the filing.
       RECHECK-DORMANCY.
           MOVE SPACES TO WS-DROP-REASON
           MOVE "N" TO WS-STUDENT-FOUND
           MOVE WS-ITEM-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-FOUND
                   IF STUDENT-LAST-ACTIVITY-DATE IS NUMERIC
                       AND STUDENT-LAST-ACTIVITY-DATE
                           NOT < WS-DORMANCY-START
                       MOVE "ACTIVITY SINCE" TO WS-DROP-REASON
                   END-IF
           END-READ
           IF WS-DROP-REASON = SPACES
               IF WS-ITEM-KIND = "B"
                   IF WS-STUDENT-FOUND NOT = "Y"
                       MOVE "STUDENT NOT ON FILE" TO WS-DROP-REASON
                   ELSE
                       IF STUDENT-TUITION-BALANCE IS NOT NUMERIC
                               OR STUDENT-TUITION-BALANCE NOT < ZERO
                           MOVE "CREDIT CLEARED" TO WS-DROP-REASON
                       ELSE
                           COMPUTE WS-ITEM-AMOUNT =
                               ZERO - STUDENT-TUITION-BALANCE
                       END-IF
                   END-IF
               ELSE
                   PERFORM RECHECK-THE-CHECK
               END-IF
           END-IF.

       RECHECK-THE-CHECK.
           IF NOT WS-HAVE-REFCHK
               MOVE "NO CHECK REGISTER" TO WS-DROP-REASON
           ELSE
               MOVE WS-ITEM-CHECK TO RCK-CHECK-NUMBER
               READ CHECK-REGISTER-FILE
                   INVALID KEY
                       MOVE "CHECK NOT ON FILE" TO WS-DROP-REASON
                   NOT INVALID KEY
                       IF NOT RCK-ISSUED
                           MOVE "CHECK NO LONGER OUT"
                               TO WS-DROP-REASON
                       END-IF
               END-READ
           END-IF.

       DROP-THE-ITEM.
           SET ESC-DROPPED TO TRUE
           MOVE WS-RUN-DATE    TO ESC-CLOSE-DATE
           MOVE WS-DROP-REASON TO ESC-DROP-REASON
           REWRITE ESCHEAT-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: HOLDING REWRITE FAILED, ID="
                       WS-ITEM-STUDENT-ID
           END-REWRITE
           ADD 1 TO WS-DROPPED-COUNT
           PERFORM PRINT-ITEM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "       DROPPED - " WS-DROP-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       REPORT-THE-ITEM.
           PERFORM FIND-THE-OWNER
           MOVE SPACES TO STATE-RECORD
           SET ESF-DETAIL TO TRUE
           IF WS-ITEM-KIND = "K"
               MOVE "CK12" TO ESD-PROPERTY-TYPE
           ELSE
               MOVE "MS05" TO ESD-PROPERTY-TYPE
           END-IF
           MOVE WS-ITEM-STUDENT-ID TO ESD-OWNER-ID
           IF WS-CF-FOUND = "Y" AND WS-CF-DEAD NOT = "Y"
               MOVE WS-CF-NAME  TO ESD-OWNER-NAME
               MOVE WS-CF-ADDR1 TO ESD-ADDR1
               MOVE WS-CF-ADDR2 TO ESD-ADDR2
           ELSE
               MOVE WS-ITEM-NAME TO ESD-OWNER-NAME
           END-IF
           MOVE WS-ITEM-AMOUNT   TO ESD-AMOUNT
           MOVE WS-ITEM-ACTIVITY TO ESD-LAST-ACTIVITY
           MOVE WS-ITEM-CHECK    TO ESD-CHECK-NUMBER
           MOVE ESC-LETTER-DATE  TO ESD-LETTER-DATE
           WRITE STATE-RECORD
           ADD 1 TO WS-STATE-COUNT
           ADD ESD-AMOUNT TO WS-STATE-TOTAL

           IF WS-ITEM-KIND = "K"
               PERFORM ESCHEAT-THE-CHECK
           ELSE
               PERFORM ESCHEAT-THE-BALANCE
           END-IF

           SET ESC-REPORTED TO TRUE
           MOVE WS-ITEM-AMOUNT TO ESC-AMOUNT
           MOVE WS-RUN-DATE    TO ESC-CLOSE-DATE
           REWRITE ESCHEAT-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: HOLDING REWRITE FAILED, ID="
                       WS-ITEM-STUDENT-ID
           END-REWRITE
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM PRINT-ITEM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "       REPORTED TO STATE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The credit comes off the account to the liability, and a
       *> refund still sitting in the office's queue for it closes.
       ESCHEAT-THE-BALANCE.
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           ADD WS-ITEM-AMOUNT TO STUDENT-TUITION-BALANCE
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: BALANCE REWRITE FAILED, ID="
                       WS-ITEM-STUDENT-ID
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "AR    " TO WS-GL-ACCOUNT
                   PERFORM JOURNAL-ESCHEAT
           END-REWRITE
           IF WS-HAVE-REFUNDQ
               MOVE WS-ITEM-STUDENT-ID TO RFQ-STUDENT-ID
               READ REFUND-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT RFQ-DONE
                           SET RFQ-DONE TO TRUE
                           MOVE WS-RUN-DATE TO RFQ-DECISION-DATE
                           REWRITE REFUND-QUEUE-RECORD
                               INVALID KEY
                                   DISPLAY "ESCHEAT: QUEUE REWRITE "
                                       "FAILED, ID=" RFQ-STUDENT-ID
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       *> The check is stopped at the bank and the money it still
       *> represents goes to the liability.
       ESCHEAT-THE-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           SET RCK-ESCHEATED TO TRUE
           MOVE WS-RUN-DATE TO RCK-VOID-DATE
           MOVE "ESCHEATED TO STATE" TO RCK-VOID-REASON
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: REGISTER REWRITE FAILED, CHECK="
                       WS-ITEM-CHECK
           END-REWRITE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-DETAIL TO TRUE
           MOVE "V"              TO PPD-ACTION
           MOVE CKC-BANK-ACCOUNT TO PPD-ACCOUNT
           MOVE RCK-CHECK-NUMBER TO PPD-CHECK-NUMBER
           MOVE RCK-AMOUNT       TO PPD-AMOUNT
           MOVE RCK-ISSUE-DATE   TO PPD-ISSUE-DATE
           MOVE RCK-PAYEE        TO PPD-PAYEE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-DETAIL-COUNT
           ADD PPD-AMOUNT TO WS-PP-HASH-TOTAL
           MOVE "CASH  " TO WS-GL-ACCOUNT
           PERFORM JOURNAL-ESCHEAT.

       *> The caller names the debit account.
       JOURNAL-ESCHEAT.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-ITEM-AMOUNT TO WS-GL-AMOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "ESCHLB" TO WS-GL-ACCOUNT
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFCHK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFCHK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESCHEAT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ESCHEAT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHKCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHKCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFUNDQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFUNDQ-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESCSTATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSPAY-ESC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSPAY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESCHEAT-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESCHEAT-PHASE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PHASE
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "ESCHEAT-DORMANT-YEARS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-DORMANT-YEARS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "ESCHEAT-LETTER-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-LETTER-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "ESCHEAT-HOLDER-NAME"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLDER-NAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ESCHEAT-HOLDER-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLDER-ID
           END-IF.
