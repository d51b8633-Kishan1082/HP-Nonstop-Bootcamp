       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The bank's lockbox transmission of mailed tuition
           *> payments.  Read twice: once to prove every batch against
           *> the bank's own count and total, and - only when all of
           *> them prove - again to convert the items.
           SELECT LOCKBOX-FILE ASSIGN TO WS-LOCKBOX-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-FS.

           *> Name lookups ride the master's alternate name key.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> PAYPOST's payment feed - what staff used to key by hand.
           *> Written fresh each run, so a feed still holding payments
           *> PAYPOST has not been given is never written over.
           SELECT PAY-TRAN-FILE ASSIGN TO WS-PAYTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYTRAN-FS.

           *> Checks no student could be found for.  These stay out of
           *> posting altogether rather than feed the suspense queue.
           SELECT EXCEPTION-FILE ASSIGN TO WS-LBXEXC-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LBXEXC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           COPY "LOCKBXRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       *> Same record shape paymentPost.cob reads.
       FD PAY-TRAN-FILE.
       01 PAY-TRAN-RECORD.
           05 PAY-STUDENT-ID        PIC 9(6).
           05 PAY-AMOUNT            PIC S9(5)V99 COMP-3.
           05 PAY-DATE              PIC 9(8).
           05 PAY-BANK-REF          PIC X(12).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           COPY "LBXEXCRC".

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-DSNAME         PIC X(40) VALUE "lockbox.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PAYTRAN-DSNAME         PIC X(40) VALUE "paytran.dat".
       01 WS-LBXEXC-DSNAME          PIC X(40) VALUE "lbxexc.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 LOCKBOX-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PAYTRAN-FS               PIC XX.
       01 LBXEXC-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> Batch proof.  The running count and total of the batch in
       *> hand are held against the figures on its header.
       01 WS-IN-BATCH              PIC X VALUE "N".
       01 WS-PROOF-BATCH           PIC 9(4).
       01 WS-BANK-COUNT            PIC 9(5).
       01 WS-BANK-TOTAL            PIC 9(8)V99.
       01 WS-READ-COUNT            PIC 9(5).
       01 WS-READ-TOTAL            PIC 9(8)V99.
       01 WS-BATCH-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-BATCH-ERRORS          PIC 9(4) VALUE ZERO.
       01 WS-FILE-ITEMS            PIC 9(6) VALUE ZERO.
       01 WS-FILE-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
       01 WS-TOTAL-EDIT-1          PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2          PIC ZZ,ZZZ,ZZ9.99.

       *> The check item in hand while its coupon line is looked for.
       01 WS-PEND-OPEN             PIC X VALUE "N".
       01 WS-CUR-BATCH             PIC 9(4).
       01 WS-CUR-DEPOSIT-DATE      PIC 9(8).
       01 WS-PEND-SEQ              PIC 9(5).
       01 WS-PEND-AMOUNT           PIC 9(6)V99.
       01 WS-PEND-CHECK-NUMBER     PIC X(10).
       01 WS-PEND-REMITTER         PIC X(20).
       01 WS-PEND-COUPONS          PIC 9(2).
       01 WS-PEND-COUPON-ID        PIC X(6).
       01 WS-PEND-COUPON-ID-N REDEFINES WS-PEND-COUPON-ID
                                   PIC 9(6).
       01 WS-PEND-COUPON-NAME      PIC X(20).

       *> Resolution of the item to a student.
       01 WS-RESOLVED-ID           PIC 9(6).
       01 WS-EXC-REASON            PIC X(30).
       01 WS-LOOKUP-NAME           PIC X(20).
       01 WS-NAME-HITS             PIC 9(2).
       01 WS-NAME-ID               PIC 9(6).
       01 WS-NAME-DONE             PIC X.
       01 WS-MAX-POSTABLE          PIC 9(6)V99 VALUE 99999.99.

       01 WS-PAYMENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-PAYMENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01 WS-BY-COUPON             PIC 9(6) VALUE ZERO.
       01 WS-BY-NAME               PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-STRAY-COUPONS         PIC 9(6) VALUE ZERO.

       *> STUFIND call arguments - a scanned coupon ID counts only
       *> when it names a student on the master.
       01 WS-FIND-ID               PIC 9(6).
       01 WS-FIND-NAME             PIC X(20).
       01 WS-FIND-CLASS            PIC X(3).
       01 WS-FIND-STATUS           PIC X(1).
       01 WS-FIND-FLAG             PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM CHECK-FEED-NOT-WAITING

           OPEN INPUT LOCKBOX-FILE
           IF LOCKBOX-FS NOT = "00"
               DISPLAY "LBXCONV: UNABLE TO OPEN LOCKBOX FILE, "
                   "STATUS=" LOCKBOX-FS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-IN-BATCH = "Y"
               PERFORM CLOSE-BATCH-PROOF
           END-IF
           CLOSE LOCKBOX-FILE

           *> One batch out of balance holds the whole transmission -
           *> the bank resends or the office calls it in; nothing is
           *> released to posting from a file that does not prove.
           IF WS-BATCH-ERRORS > ZERO OR WS-BATCH-COUNT = ZERO
               DISPLAY "===== LOCKBOX CONVERSION SUMMARY ====="
               DISPLAY "BATCHES READ      : " WS-BATCH-COUNT
               DISPLAY "BATCHES NOT PROVED: " WS-BATCH-ERRORS
               DISPLAY "LBXCONV: LOCKBOX FILE HELD - NOTHING "
                   "RELEASED TO POSTING"
               STOP RUN
           END-IF

           OPEN INPUT LOCKBOX-FILE
           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "LBXCONV: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF
           OPEN OUTPUT PAY-TRAN-FILE
           IF PAYTRAN-FS NOT = "00"
               DISPLAY "LBXCONV: UNABLE TO OPEN PAYMENT FEED, "
                   "STATUS=" PAYTRAN-FS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-PEND-OPEN = "Y"
               PERFORM RESOLVE-PENDING-ITEM
           END-IF

           CLOSE LOCKBOX-FILE
           CLOSE STUDENT-FILE
           CLOSE PAY-TRAN-FILE
           CLOSE EXCEPTION-FILE

           DISPLAY "===== LOCKBOX CONVERSION SUMMARY ====="
           DISPLAY "BATCHES PROVED    : " WS-BATCH-COUNT
           DISPLAY "CHECK ITEMS       : " WS-FILE-ITEMS
           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT-1
           DISPLAY "DEPOSIT TOTAL     : " WS-TOTAL-EDIT-1
           DISPLAY "PAYMENTS WRITTEN  : " WS-PAYMENT-COUNT
           DISPLAY "  BY COUPON       : " WS-BY-COUPON
           DISPLAY "  BY NAME         : " WS-BY-NAME
           MOVE WS-PAYMENT-TOTAL TO WS-TOTAL-EDIT-1
           DISPLAY "PAYMENT TOTAL     : " WS-TOTAL-EDIT-1
           DISPLAY "EXCEPTIONS        : " WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-TOTAL TO WS-TOTAL-EDIT-1
           DISPLAY "EXCEPTION TOTAL   : " WS-TOTAL-EDIT-1
           DISPLAY "STRAY COUPONS     : " WS-STRAY-COUPONS
           DISPLAY "LBXCONV: PAYMENTS WRITTEN TO " WS-PAYTRAN-DSNAME
           DISPLAY "LBXCONV: EXCEPTIONS WRITTEN TO " WS-LBXEXC-DSNAME

           STOP RUN.

       *> First pass: count and add every check item against the
       *> header of the batch it sits in.
       *> PAYPOST leaves its input where it found it; a feed with
       *> records in it is taken as not yet posted and set aside.
       CHECK-FEED-NOT-WAITING.
           OPEN INPUT PAY-TRAN-FILE
           IF PAYTRAN-FS = "00"
               READ PAY-TRAN-FILE
                   AT END CONTINUE
               END-READ
               IF PAYTRAN-FS = "00"
                   DISPLAY "LBXCONV: PAYMENT FEED " WS-PAYTRAN-DSNAME
                       " STILL HOLDS PAYMENTS - POST IT WITH PAYPOST "
                       "AND SET IT ASIDE BEFORE CONVERTING"
                   DISPLAY "LBXCONV: LOCKBOX FILE HELD - NOTHING "
                       "RELEASED TO POSTING"
                   CLOSE PAY-TRAN-FILE
                   STOP RUN
               END-IF
               CLOSE PAY-TRAN-FILE
           END-IF.

       PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN LBX-BATCH-HEADER
                   IF WS-IN-BATCH = "Y"
                       PERFORM CLOSE-BATCH-PROOF
                   END-IF
                   MOVE "Y" TO WS-IN-BATCH
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE LBB-BATCH-NUMBER TO WS-PROOF-BATCH
                   MOVE LBB-ITEM-COUNT   TO WS-BANK-COUNT
                   MOVE LBB-BATCH-TOTAL  TO WS-BANK-TOTAL
                   MOVE ZERO TO WS-READ-COUNT WS-READ-TOTAL
               WHEN LBX-CHECK-ITEM
                   IF WS-IN-BATCH NOT = "Y"
                       DISPLAY "LBXCONV: CHECK ITEM " LBC-ITEM-SEQ
                           " BEFORE ANY BATCH HEADER"
                       ADD 1 TO WS-BATCH-ERRORS
                   ELSE
                       IF LBC-AMOUNT IS NOT NUMERIC
                           DISPLAY "LBXCONV: BATCH " WS-PROOF-BATCH
                               " ITEM " LBC-ITEM-SEQ
                               " AMOUNT NOT NUMERIC"
                           ADD 1 TO WS-BATCH-ERRORS
                       ELSE
                           ADD 1 TO WS-READ-COUNT WS-FILE-ITEMS
                           ADD LBC-AMOUNT TO WS-READ-TOTAL
                           ADD LBC-AMOUNT TO WS-FILE-TOTAL
                       END-IF
                   END-IF
               WHEN LBX-COUPON-LINE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LBXCONV: UNKNOWN LOCKBOX RECORD TYPE "
                       LBX-REC-TYPE
                   ADD 1 TO WS-BATCH-ERRORS
           END-EVALUATE.

       CLOSE-BATCH-PROOF.
           IF WS-READ-COUNT NOT = WS-BANK-COUNT
               OR WS-READ-TOTAL NOT = WS-BANK-TOTAL
               MOVE WS-BANK-TOTAL TO WS-TOTAL-EDIT-1
               MOVE WS-READ-TOTAL TO WS-TOTAL-EDIT-2
               DISPLAY "LBXCONV: BATCH " WS-PROOF-BATCH
                   " OUT OF BALANCE - BANK " WS-BANK-COUNT
                   " ITEMS " WS-TOTAL-EDIT-1 ", READ "
                   WS-READ-COUNT " ITEMS " WS-TOTAL-EDIT-2
               ADD 1 TO WS-BATCH-ERRORS
           END-IF
           MOVE "N" TO WS-IN-BATCH.

       *> Second pass: a check item waits in hand until the next
       *> record shows whether a coupon came with it.
       CONVERT-ONE-RECORD.
           EVALUATE TRUE
               WHEN LBX-BATCH-HEADER
                   IF WS-PEND-OPEN = "Y"
                       PERFORM RESOLVE-PENDING-ITEM
                   END-IF
                   MOVE LBB-BATCH-NUMBER TO WS-CUR-BATCH
                   MOVE LBB-DEPOSIT-DATE TO WS-CUR-DEPOSIT-DATE
               WHEN LBX-CHECK-ITEM
                   IF WS-PEND-OPEN = "Y"
                       PERFORM RESOLVE-PENDING-ITEM
                   END-IF
                   MOVE "Y" TO WS-PEND-OPEN
                   MOVE LBC-ITEM-SEQ     TO WS-PEND-SEQ
                   MOVE LBC-AMOUNT       TO WS-PEND-AMOUNT
                   MOVE LBC-CHECK-NUMBER TO WS-PEND-CHECK-NUMBER
                   MOVE LBC-REMITTER     TO WS-PEND-REMITTER
                   MOVE ZERO   TO WS-PEND-COUPONS
                   MOVE SPACES TO WS-PEND-COUPON-ID
                   MOVE SPACES TO WS-PEND-COUPON-NAME
               WHEN LBX-COUPON-LINE
                   IF WS-PEND-OPEN = "Y"
                       ADD 1 TO WS-PEND-COUPONS
                       IF WS-PEND-COUPONS = 1
                           MOVE LBS-STUDENT-ID   TO WS-PEND-COUPON-ID
                           MOVE LBS-STUDENT-NAME TO WS-PEND-COUPON-NAME
                       END-IF
                   ELSE
                       ADD 1 TO WS-STRAY-COUPONS
                   END-IF
           END-EVALUATE.

       *> The coupon's scanned ID is the best evidence; failing that,
       *> a name - the coupon's, else the remitter's - that belongs
       *> to exactly one student on the master.  Several coupons in
       *> one envelope cannot be split against one check and go to
       *> the office.
       RESOLVE-PENDING-ITEM.
           MOVE ZERO TO WS-RESOLVED-ID
           MOVE SPACES TO WS-EXC-REASON
           EVALUATE TRUE
               WHEN WS-PEND-AMOUNT > WS-MAX-POSTABLE
                   MOVE "AMOUNT OVER POSTING LIMIT" TO WS-EXC-REASON
               WHEN WS-PEND-COUPONS > 1
                   MOVE "SEVERAL COUPONS WITH ONE CHECK"
                       TO WS-EXC-REASON
               WHEN OTHER
                   PERFORM MATCH-BY-COUPON
                   IF WS-RESOLVED-ID = ZERO
                       PERFORM MATCH-BY-NAME
                   END-IF
           END-EVALUATE
           IF WS-RESOLVED-ID NOT = ZERO
               PERFORM WRITE-PAYMENT
           ELSE
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE "N" TO WS-PEND-OPEN.

       MATCH-BY-COUPON.
           IF WS-PEND-COUPONS = 1
               AND WS-PEND-COUPON-ID IS NUMERIC
               AND WS-PEND-COUPON-ID-N NOT = ZERO
               MOVE WS-PEND-COUPON-ID-N TO WS-FIND-ID
               CALL "STUFIND" USING WS-FIND-ID WS-FIND-NAME
                   WS-FIND-CLASS WS-FIND-STATUS WS-FIND-FLAG
               IF WS-FIND-FLAG = "Y"
                   MOVE WS-FIND-ID TO WS-RESOLVED-ID
                   ADD 1 TO WS-BY-COUPON
               END-IF
           END-IF.

       MATCH-BY-NAME.
           IF WS-PEND-COUPON-NAME NOT = SPACES
               MOVE WS-PEND-COUPON-NAME TO WS-LOOKUP-NAME
           ELSE
               MOVE WS-PEND-REMITTER TO WS-LOOKUP-NAME
           END-IF
           MOVE ZERO TO WS-NAME-HITS
           IF WS-LOOKUP-NAME NOT = SPACES
               MOVE WS-LOOKUP-NAME TO STUDENT-NAME
               START STUDENT-FILE KEY IS EQUAL TO STUDENT-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-NAME-DONE
                       PERFORM UNTIL WS-NAME-DONE = "Y"
                           READ STUDENT-FILE NEXT RECORD
                               AT END
                                   MOVE "Y" TO WS-NAME-DONE
                               NOT AT END
                                   PERFORM COUNT-NAME-HIT
                           END-READ
                       END-PERFORM
               END-START
           END-IF
           EVALUATE TRUE
               WHEN WS-NAME-HITS = 1
                   MOVE WS-NAME-ID TO WS-RESOLVED-ID
                   ADD 1 TO WS-BY-NAME
               WHEN WS-NAME-HITS > 1
                   MOVE "NAME FITS SEVERAL STUDENTS"
                       TO WS-EXC-REASON
               WHEN WS-PEND-COUPONS = 1
                   MOVE "COUPON ID NOT ON FILE, NO NAME"
                       TO WS-EXC-REASON
               WHEN OTHER
                   MOVE "NO COUPON, NO STUDENT BY NAME"
                       TO WS-EXC-REASON
           END-EVALUATE.

       *> Two hits are enough to know the name is ambiguous.
       COUNT-NAME-HIT.
           IF STUDENT-NAME NOT = WS-LOOKUP-NAME
               MOVE "Y" TO WS-NAME-DONE
           ELSE
               ADD 1 TO WS-NAME-HITS
               MOVE STUDENT-ID TO WS-NAME-ID
               IF WS-NAME-HITS > 1
                   MOVE "Y" TO WS-NAME-DONE
               END-IF
           END-IF.

       *> The bank reference carries the lockbox batch and item so
       *> a posted payment traces straight back to the deposit.
       WRITE-PAYMENT.
           MOVE WS-RESOLVED-ID      TO PAY-STUDENT-ID
           MOVE WS-PEND-AMOUNT      TO PAY-AMOUNT
           MOVE WS-CUR-DEPOSIT-DATE TO PAY-DATE
           MOVE SPACES TO PAY-BANK-REF
           STRING "LB" WS-CUR-BATCH "-" WS-PEND-SEQ
               DELIMITED BY SIZE INTO PAY-BANK-REF
           WRITE PAY-TRAN-RECORD
           ADD 1 TO WS-PAYMENT-COUNT
           ADD WS-PEND-AMOUNT TO WS-PAYMENT-TOTAL.

       WRITE-EXCEPTION.
           MOVE WS-CUR-BATCH         TO LBE-BATCH-NUMBER
           MOVE WS-PEND-SEQ          TO LBE-ITEM-SEQ
           MOVE WS-CUR-DEPOSIT-DATE  TO LBE-DEPOSIT-DATE
           MOVE WS-PEND-AMOUNT       TO LBE-AMOUNT
           MOVE WS-PEND-CHECK-NUMBER TO LBE-CHECK-NUMBER
           MOVE WS-PEND-REMITTER     TO LBE-REMITTER
           MOVE WS-PEND-COUPON-ID    TO LBE-COUPON-ID
           MOVE WS-PEND-COUPON-NAME  TO LBE-COUPON-NAME
           MOVE WS-EXC-REASON        TO LBE-REASON
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-PEND-AMOUNT TO WS-EXCEPTION-TOTAL
           DISPLAY "LBXCONV: EXCEPTION BATCH " WS-CUR-BATCH
               " ITEM " WS-PEND-SEQ " - " WS-EXC-REASON.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LOCKBOX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LOCKBOX-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LBXEXC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LBXEXC-DSNAME
           END-IF.
