                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> Every refund goes out as a numbered check.  The next
           *> number on the stock comes off the control record, each
           *> check lands on the register, and the bank gets a
           *> positive-pay issue file of the run's checks.
           SELECT CHECK-CONTROL-FILE ASSIGN TO WS-CHKCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS CKC-KEY
               FILE STATUS IS CHKCTL-FS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO WS-REFCHK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-CHECK-NUMBER
               ALTERNATE RECORD KEY IS RCK-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS REFCHK-FS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-POSPAY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-FS.

           *> FAMMAINT's household master - a student in a household
           *> is refunded by check to the household's payer.
           SELECT FAMILY-FILE ASSIGN TO WS-FAMILY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               ALTERNATE RECORD KEY IS FAM-MEMBER-STUDENT
               FILE STATUS IS FAMILY-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REFUND-QUEUE-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           COPY "CHKCTLRC".

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "REFCHKRC".

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           COPY "POSPAYRC".

       FD FAMILY-FILE.
       01 FAMILY-RECORD.
           COPY "FAMILYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REFUNDQ-DSNAME         PIC X(40) VALUE "refundq.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHKCTL-DSNAME          PIC X(40) VALUE "chkctl.dat".
       01 WS-REFCHK-DSNAME          PIC X(40) VALUE "refchk.idx".
       01 WS-POSPAY-DSNAME          PIC X(40) VALUE "pospay.dat".
       01 WS-FAMILY-DSNAME          PIC X(40) VALUE "family.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "refchk.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 REFUNDQ-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHKCTL-FS                PIC XX.
       01 REFCHK-FS                PIC XX.
       01 POSPAY-FS                PIC XX.
       01 FAMILY-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 CKC-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-POSTED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-REFUNDED        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).

       *> Check numbering.  CHECK-START seeds the control record the
       *> first time checks are written (the first number on the
       *> stock) and CHECK-ACCOUNT names the disbursement account;
       *> after that the control record carries both.
       01 WS-CHECK-START           PIC 9(8) VALUE ZERO.
       01 WS-CHECK-ACCOUNT         PIC X(12) VALUE SPACES.
       01 WS-CHECK-NUMBER          PIC 9(8).
       01 WS-CHECK-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-FIRST-CHECK           PIC 9(8) VALUE ZERO.
       01 WS-LAST-CHECK            PIC 9(8) VALUE ZERO.
       01 WS-PAYEE                 PIC X(20).
       01 WS-PAYER-FAMILY          PIC 9(6).
       01 WS-FAMILY-ON-FILE        PIC X VALUE "N".
       01 WS-FAMILY-PAYEES         PIC 9(6) VALUE ZERO.
       01 WS-CHECK-AMOUNT          PIC S9(7)V99 COMP-3.
       01 WS-AMOUNT-EDIT           PIC X(12).

       *> Positive-pay control totals, proved by the bank against
       *> the trailer.
       01 WS-PP-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-PP-HASH-TOTAL         PIC 9(10)V99 VALUE ZERO.

       *> CNTFIND call arguments - the household's payer is the
       *> first child's priority-1 guardian, the same person the
       *> combined family statement is addressed to.
       01 WS-CF-ID                 PIC 9(6).
       01 WS-CF-PURPOSE            PIC X(1) VALUE "M".
       01 WS-CF-FOUND              PIC X(1).
       01 WS-CF-DEAD               PIC X(1).
       01 WS-CF-NAME               PIC X(20).
       01 WS-CF-PHONE              PIC X(12).
       01 WS-CF-ADDR1              PIC X(25).
       01 WS-CF-ADDR2              PIC X(25).

       *> Print-file plumbing for the check register.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> GLPOST call arguments - an issued refund journals
       *> DR AR / CR CASH, the mirror image of a posted payment.
       01 WS-GL-FUNCTION           PIC X(1).
               STOP RUN
           END-IF

           PERFORM LOAD-CHECK-CONTROL

           OPEN I-O CHECK-REGISTER-FILE
           IF REFCHK-FS NOT = "00"
               OPEN OUTPUT CHECK-REGISTER-FILE
               CLOSE CHECK-REGISTER-FILE
               OPEN I-O CHECK-REGISTER-FILE
           END-IF
           IF REFCHK-FS NOT = "00"
               DISPLAY "REFPOST: UNABLE TO OPEN CHECK REGISTER, "
                   "STATUS=" REFCHK-FS
               STOP RUN
           END-IF

           OPEN INPUT FAMILY-FILE
           IF FAMILY-FS = "00"
               MOVE "Y" TO WS-FAMILY-ON-FILE
           END-IF

           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-HEADER TO TRUE
           MOVE CKC-BANK-ACCOUNT TO PPH-ACCOUNT
           MOVE WS-RUN-DATE      TO PPH-FILE-DATE
           MOVE "REFPOST"        TO PPH-ORIGINATOR
           WRITE POSITIVE-PAY-RECORD

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CHECK NO  STUDENT  PAYEE                 "
               "      AMOUNT  ISSUED"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-TRAILER TO TRUE
           MOVE WS-PP-DETAIL-COUNT TO PPT-REC-COUNT
           MOVE WS-PP-HASH-TOTAL   TO PPT-HASH-TOTAL
           MOVE WS-PP-DETAIL-COUNT TO PPT-ISSUE-COUNT
           MOVE ZERO               TO PPT-VOID-COUNT
           WRITE POSITIVE-PAY-RECORD

           CALL "CURREDIT" USING WS-TOTAL-REFUNDED WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHECKS ISSUED " WS-CHECK-COUNT
               "  NUMBERS " WS-FIRST-CHECK " THRU " WS-LAST-CHECK
               "  TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           CLOSE REFUND-QUEUE-FILE
           CLOSE STUDENT-FILE
           CLOSE CHECK-CONTROL-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PRINT-FILE
           IF WS-FAMILY-ON-FILE = "Y"
               CLOSE FAMILY-FILE
           END-IF

           DISPLAY "===== REFUND POSTING SUMMARY ====="
           DISPLAY "REFUNDS POSTED : " WS-POSTED-COUNT
           DISPLAY "SKIPPED        : " WS-SKIPPED-COUNT
           DISPLAY "TOTAL REFUNDED : " WS-TOTAL-EDIT
           DISPLAY "CHECKS ISSUED  : " WS-CHECK-COUNT
           DISPLAY "FIRST CHECK NO : " WS-FIRST-CHECK
           DISPLAY "LAST CHECK NO  : " WS-LAST-CHECK
           DISPLAY "TO FAMILY PAYER: " WS-FAMILY-PAYEES
           DISPLAY "REFPOST: REGISTER SPOOLED TO " WS-PRINT-DSNAME
           DISPLAY "REFPOST: POSITIVE PAY WRITTEN TO " WS-POSPAY-DSNAME

           STOP RUN.

                   ADD 1 TO WS-POSTED-COUNT
                   ADD RFQ-AMOUNT TO WS-TOTAL-REFUNDED
                   PERFORM JOURNAL-REFUND
                   PERFORM ISSUE-REFUND-CHECK
           END-REWRITE.

       JOURNAL-REFUND.
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       *> Number the check, enter it on the register, tell the bank,
       *> and print it on the run's check register.  The control
       *> record is rewritten as each number is used, so a run that
       *> dies part way never hands the same number out twice.
       ISSUE-REFUND-CHECK.
           MOVE CKC-NEXT-CHECK TO WS-CHECK-NUMBER
           ADD 1 TO CKC-NEXT-CHECK
           ADD 1 TO CKC-CHECKS-ISSUED
           MOVE WS-RUN-DATE TO CKC-LAST-ISSUE-DATE
           REWRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REFPOST: CHECK CONTROL REWRITE FAILED, "
                       "STATUS=" CHKCTL-FS
           END-REWRITE

           PERFORM FIND-THE-PAYEE

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE WS-CHECK-NUMBER TO RCK-CHECK-NUMBER
           MOVE RFQ-STUDENT-ID  TO RCK-STUDENT-ID
           MOVE WS-PAYEE        TO RCK-PAYEE
           MOVE RFQ-AMOUNT      TO RCK-AMOUNT
           MOVE WS-RUN-DATE     TO RCK-ISSUE-DATE
           SET RCK-ISSUED TO TRUE
           MOVE ZERO TO RCK-VOID-DATE RCK-REISSUE-OF RCK-REISSUED-AS
           MOVE ZERO TO RCK-CLEARED-DATE
           MOVE "REFPOST" TO RCK-ISSUED-BY
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "REFPOST: CHECK NUMBER ALREADY ON REGISTER="
                       WS-CHECK-NUMBER " ID=" RFQ-STUDENT-ID
                       " - CHECK CONTROL RECORD NEEDS ATTENTION"
           END-WRITE

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PPR-DETAIL TO TRUE
           MOVE "I"              TO PPD-ACTION
           MOVE CKC-BANK-ACCOUNT TO PPD-ACCOUNT
           MOVE WS-CHECK-NUMBER  TO PPD-CHECK-NUMBER
           MOVE RFQ-AMOUNT       TO PPD-AMOUNT
           MOVE WS-RUN-DATE      TO PPD-ISSUE-DATE
           MOVE WS-PAYEE         TO PPD-PAYEE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-PP-DETAIL-COUNT
           ADD PPD-AMOUNT TO WS-PP-HASH-TOTAL

           ADD 1 TO WS-CHECK-COUNT
           IF WS-FIRST-CHECK = ZERO
               MOVE WS-CHECK-NUMBER TO WS-FIRST-CHECK
           END-IF
           MOVE WS-CHECK-NUMBER TO WS-LAST-CHECK

           MOVE RFQ-AMOUNT TO WS-CHECK-AMOUNT
           CALL "CURREDIT" USING WS-CHECK-AMOUNT WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CHECK-NUMBER "  " RFQ-STUDENT-ID "   " WS-PAYEE
               "  " WS-AMOUNT-EDIT "  " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The check is made out to the student unless the student
       *> sits in a household, in which case the household's payer -
       *> the first child's priority-1 guardian - is paid instead.
       FIND-THE-PAYEE.
           MOVE RFQ-STUDENT-NAME TO WS-PAYEE
           IF WS-FAMILY-ON-FILE = "Y"
               MOVE RFQ-STUDENT-ID TO FAM-MEMBER-STUDENT
               READ FAMILY-FILE KEY IS FAM-MEMBER-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-FAMILY-PAYER
               END-READ
           END-IF.

       FIND-FAMILY-PAYER.
           MOVE FAM-FAMILY-ID TO WS-PAYER-FAMILY
           MOVE ZERO TO FAM-STUDENT-ID
           START FAMILY-FILE KEY IS NOT LESS THAN FAM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FAMILY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FAM-FAMILY-ID = WS-PAYER-FAMILY
                               PERFORM LOOK-UP-FAMILY-PAYER
                           END-IF
                   END-READ
           END-START.

       LOOK-UP-FAMILY-PAYER.
           MOVE FAM-STUDENT-ID TO WS-CF-ID
           CALL "CNTFIND" USING WS-CF-ID WS-CF-PURPOSE
               WS-CF-FOUND WS-CF-DEAD WS-CF-NAME WS-CF-PHONE
               WS-CF-ADDR1 WS-CF-ADDR2
           IF WS-CF-FOUND = "Y" AND WS-CF-NAME NOT = SPACES
               MOVE WS-CF-NAME TO WS-PAYEE
               ADD 1 TO WS-FAMILY-PAYEES
           END-IF.

       *> The control record must exist before a check is numbered.
       *> On the very first run CHECK-START (the first number on the
       *> stock) creates it; without that the run stops rather than
       *> guess at a number the bank has never seen.
       LOAD-CHECK-CONTROL.
           OPEN I-O CHECK-CONTROL-FILE
           IF CHKCTL-FS NOT = "00"
               OPEN OUTPUT CHECK-CONTROL-FILE
               CLOSE CHECK-CONTROL-FILE
               OPEN I-O CHECK-CONTROL-FILE
           END-IF
           IF CHKCTL-FS NOT = "00"
               DISPLAY "REFPOST: UNABLE TO OPEN CHECK CONTROL, "
                   "STATUS=" CHKCTL-FS
               STOP RUN
           END-IF
           MOVE 1 TO CKC-KEY
           READ CHECK-CONTROL-FILE
               INVALID KEY
                   PERFORM CREATE-CHECK-CONTROL
           END-READ
           IF WS-CHECK-ACCOUNT NOT = SPACES
               MOVE WS-CHECK-ACCOUNT TO CKC-BANK-ACCOUNT
           END-IF.

       CREATE-CHECK-CONTROL.
           IF WS-CHECK-START = ZERO
               DISPLAY "REFPOST: NO CHECK CONTROL RECORD - SET "
                   "CHECK-START TO THE FIRST NUMBER ON THE STOCK"
               CLOSE CHECK-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO CHECK-CONTROL-RECORD
           MOVE WS-CHECK-START   TO CKC-NEXT-CHECK
           MOVE WS-CHECK-ACCOUNT TO CKC-BANK-ACCOUNT
           MOVE ZERO TO CKC-LAST-ISSUE-DATE CKC-CHECKS-ISSUED
           WRITE CHECK-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REFPOST: UNABLE TO WRITE CHECK CONTROL, "
                       "STATUS=" CHKCTL-FS
                   STOP RUN
           END-WRITE
           DISPLAY "REFPOST: CHECK CONTROL CREATED, FIRST CHECK="
               WS-CHECK-START.

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
           STRING "REFUND CHECK REGISTER"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM WS-HEADING-TEXT
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       REWRITE-QUEUE-ITEM.
           REWRITE REFUND-QUEUE-RECORD
               INVALID KEY
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHKCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHKCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFCHK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFCHK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSPAY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSPAY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FAMILY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FAMILY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFCHK-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHECK-START"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-CHECK-START =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHECK-ACCOUNT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHECK-ACCOUNT
           END-IF.

       WRITE-AUDIT-RECORD.
