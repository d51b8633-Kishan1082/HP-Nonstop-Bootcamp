       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEALPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The cafeteria registers' nightly export: "S" one meal
           *> served to a student, "D" money deposited to a student's
           *> meal account at the register.  Sales carry no price -
           *> this run prices each meal by the student's eligibility
           *> category on the day it was served.
           SELECT MEAL-POS-FILE ASSIGN TO WS-MEALPOS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEALPOS-FS.

           *> Food service's price list, one line per meal type and
           *> category; the board-adopted defaults below stand in
           *> when the file has not been supplied.
           SELECT MEAL-PRICE-FILE ASSIGN TO WS-MEALPRC-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MEALPRC-FS.

           SELECT MEAL-FILE ASSIGN TO WS-MEAL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEA-STUDENT-ID
               FILE STATUS IS MEAL-FS.

           SELECT CLAIM-FILE ASSIGN TO WS-MEALCLM-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCL-KEY
               FILE STATUS IS MEALCLM-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> The open-item ledger - each night's meals post here as
           *> one MEL item per student so they reach the statement
           *> and the GL like any other charge.
           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           SELECT CHGCODE-FILE ASSIGN TO WS-CHGCODE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CCR-CHARGE-CODE
               FILE STATUS IS CHGCODE-FS.

           SELECT MEAL-WORK ASSIGN TO "mealpos.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD MEAL-POS-FILE.
       01 MEAL-POS-RECORD.
           05 MPS-TRAN-TYPE         PIC X(1).
           05 MPS-STUDENT-ID        PIC 9(6).
           05 MPS-SERVE-DATE        PIC 9(8).
           05 MPS-MEAL-TYPE         PIC X(1).
           05 MPS-AMOUNT            PIC S9(5)V99 COMP-3.
           05 MPS-CAMPUS            PIC X(2).
           05 MPS-REGISTER-REF      PIC X(10).

       FD MEAL-PRICE-FILE.
       01 MEAL-PRICE-RECORD.
           05 MPR-MEAL-TYPE         PIC X(1).
           05 MPR-CATEGORY          PIC X(1).
           05 MPR-PRICE             PIC 9(3)V99.

       FD MEAL-FILE.
       01 MEAL-RECORD.
           COPY "MEALRC".

       FD CLAIM-FILE.
       01 CLAIM-RECORD.
           COPY "MEALCLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD CHGCODE-FILE.
       01 CHGCODE-RECORD.
           COPY "CHGCODRC".

       SD MEAL-WORK.
       01 MEAL-WORK-RECORD.
           05 MWK-STUDENT-ID        PIC 9(6).
           05 MWK-TRAN-TYPE         PIC X(1).
           05 MWK-SERVE-DATE        PIC 9(8).
           05 MWK-MEAL-TYPE         PIC X(1).
           05 MWK-AMOUNT            PIC S9(5)V99 COMP-3.
           05 MWK-CAMPUS            PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-MEALPOS-DSNAME         PIC X(40) VALUE "mealpos.dat".
       01 WS-MEALPRC-DSNAME         PIC X(40) VALUE "mealprice.dat".
       01 WS-MEAL-DSNAME            PIC X(40) VALUE "meal.idx".
       01 WS-MEALCLM-DSNAME         PIC X(40) VALUE "mealclm.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-CHGCODE-DSNAME         PIC X(40) VALUE "chgcode.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 MEALPOS-FS               PIC XX.
       01 MEALPRC-FS               PIC XX.
       01 MEAL-FS                  PIC XX.
       01 MEALCLM-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 CHGCODE-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-PRICE-EOF             PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-NEXT-SEQ              PIC 9(4) VALUE ZERO.

       01 WS-FEED-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-MEAL-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DEPOSIT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CHARGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CREDITED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-OPENED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-NOTICE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-MEALS           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-DEPOSITS        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC X(12).

       *> Price table, subscripted by meal type (1 breakfast,
       *> 2 lunch) and category (1 free, 2 reduced, 3 paid).
       01 WS-PRICE-TABLE.
           05 WS-PRICE-MEAL OCCURS 2 TIMES.
               10 WS-PRICE-CAT OCCURS 3 TIMES.
                   15 WS-PRICE      PIC 9(3)V99.
       01 WS-MEAL-SUB              PIC 9(1) COMP.
       01 WS-CAT-SUB               PIC 9(1) COMP.
       01 WS-PRICE-CATEGORY        PIC X(1).
       01 WS-PRICE-MEAL-TYPE       PIC X(1).
       01 WS-PRICE-FOUND           PIC X VALUE "N".

       *> Control break per student over the sorted feed.
       01 WS-CURRENT-STUDENT       PIC 9(6) VALUE ZERO.
       01 WS-STUDENT-OPEN          PIC X VALUE "N".
       01 WS-STUDENT-OK            PIC X VALUE "N".
       01 WS-STUDENT-MEALS         PIC S9(5)V99 COMP-3 VALUE ZERO.
       01 WS-STUDENT-DEPOSITS      PIC S9(5)V99 COMP-3 VALUE ZERO.
       01 WS-MEAL-PRICE            PIC 9(3)V99 VALUE ZERO.
       01 WS-ITEM-AMOUNT           PIC S9(5)V99 COMP-3 VALUE ZERO.

       *> Notice policy: a meal account this far below zero draws
       *> one low-balance letter; the account must come back to
       *> zero or better before another can go.  Overridable per
       *> run.
       01 WS-LOW-BALANCE           PIC 9(3)V99 VALUE 10.00.
       01 WS-LOW-LIMIT             PIC S9(5)V99 COMP-3 VALUE ZERO.

       *> Meal revenue account - taken from the MEL code on the
       *> charge-code reference when it is loaded and active.
       01 WS-REV-ACCOUNT           PIC X(6) VALUE "MEALRV".

       *> GLPOST call arguments - meals journal DR AR / CR meal
       *> revenue, register deposits DR CASH / CR AR.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "MEALPOS".

       *> AUDITWR call arguments - balance changes against the
       *> student master land on the common audit trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "MEALPOS".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "MEALPOS".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> CNTFIND call arguments - the restriction-aware contact
       *> lookup supplies the low-balance letter's address.
       01 WS-CF-ID                 PIC 9(6).
       01 WS-CF-PURPOSE            PIC X(1) VALUE "M".
       01 WS-CF-FOUND              PIC X(1).
       01 WS-CF-DEAD               PIC X(1).
       01 WS-CF-NAME               PIC X(20).
       01 WS-CF-PHONE              PIC X(12).
       01 WS-CF-ADDR1              PIC X(25).
       01 WS-CF-ADDR2              PIC X(25).

       *> MAILPC call arguments - a blank address still queues so
       *> the mail run lists it as an exception.
       01 WS-MAIL-TYPE             PIC X(4) VALUE "MEAL".
       01 WS-MAIL-ADDRESSEE        PIC X(20).
       01 WS-MAIL-ADDR1            PIC X(25).
       01 WS-MAIL-ADDR2            PIC X(25).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           COMPUTE WS-LOW-LIMIT = ZERO - WS-LOW-BALANCE

           PERFORM LOAD-PRICE-TABLE
           PERFORM LOAD-MEAL-ACCOUNT-CODE

           OPEN INPUT MEAL-POS-FILE
           IF MEALPOS-FS NOT = "00"
               DISPLAY "MEALPOS: UNABLE TO OPEN POINT-OF-SALE FEED, "
                   "STATUS=" MEALPOS-FS
               STOP RUN
           END-IF

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "MEALPOS: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN I-O MEAL-FILE
           IF MEAL-FS NOT = "00"
               OPEN OUTPUT MEAL-FILE
               CLOSE MEAL-FILE
               OPEN I-O MEAL-FILE
           END-IF

           OPEN I-O CLAIM-FILE
           IF MEALCLM-FS NOT = "00"
               OPEN OUTPUT CLAIM-FILE
               CLOSE CLAIM-FILE
               OPEN I-O CLAIM-FILE
           END-IF

           OPEN I-O CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               OPEN OUTPUT CHARGE-FILE
               CLOSE CHARGE-FILE
               OPEN I-O CHARGE-FILE
           END-IF

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           SORT MEAL-WORK
               ON ASCENDING KEY MWK-STUDENT-ID
               ON ASCENDING KEY MWK-SERVE-DATE
               ON ASCENDING KEY MWK-TRAN-TYPE
               INPUT PROCEDURE IS SCREEN-THE-FEED
               OUTPUT PROCEDURE IS POST-BY-STUDENT

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           CLOSE MEAL-POS-FILE
           CLOSE STUDENT-FILE
           CLOSE MEAL-FILE
           CLOSE CLAIM-FILE
           CLOSE CHARGE-FILE

           DISPLAY "===== MEAL POINT-OF-SALE POSTING SUMMARY ====="
           DISPLAY "FEED RECORDS READ : " WS-FEED-COUNT
           DISPLAY "MEALS PRICED      : " WS-MEAL-COUNT
           DISPLAY "DEPOSITS          : " WS-DEPOSIT-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "MEL CHARGES POSTED: " WS-CHARGED-COUNT
           DISPLAY "MEL CREDITS POSTED: " WS-CREDITED-COUNT
           DISPLAY "ACCOUNTS OPENED   : " WS-OPENED-COUNT
           DISPLAY "LOW-BALANCE NOTICE: " WS-NOTICE-COUNT
           CALL "CURREDIT" USING WS-TOTAL-MEALS WS-TOTAL-EDIT
           DISPLAY "MEALS CHARGED     : " WS-TOTAL-EDIT
           CALL "CURREDIT" USING WS-TOTAL-DEPOSITS WS-TOTAL-EDIT
           DISPLAY "DEPOSITS CREDITED : " WS-TOTAL-EDIT

           STOP RUN.

       *> Board-adopted prices first, then whatever the price file
       *> overrides.  Free meals stay at zero unless the file says
       *> otherwise.
       LOAD-PRICE-TABLE.
           MOVE ZERO TO WS-PRICE-TABLE
           MOVE 0.30 TO WS-PRICE (1, 2)
           MOVE 1.75 TO WS-PRICE (1, 3)
           MOVE 0.40 TO WS-PRICE (2, 2)
           MOVE 2.75 TO WS-PRICE (2, 3)
           OPEN INPUT MEAL-PRICE-FILE
           IF MEALPRC-FS = "00"
               PERFORM UNTIL WS-PRICE-EOF = "Y"
                   READ MEAL-PRICE-FILE
                       AT END MOVE "Y" TO WS-PRICE-EOF
                       NOT AT END
                           MOVE MPR-MEAL-TYPE TO WS-PRICE-MEAL-TYPE
                           MOVE MPR-CATEGORY  TO WS-PRICE-CATEGORY
                           PERFORM FIND-PRICE-SLOT
                           IF WS-PRICE-FOUND = "Y"
                               MOVE MPR-PRICE TO
                                   WS-PRICE (WS-MEAL-SUB, WS-CAT-SUB)
                           ELSE
                               DISPLAY "MEALPOS: PRICE LINE IGNORED, "
                                   "MEAL=" MPR-MEAL-TYPE " CATEGORY="
                                   MPR-CATEGORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEAL-PRICE-FILE
           ELSE
               DISPLAY "MEALPOS: NO PRICE FILE - BOARD DEFAULT "
                   "PRICES APPLY THIS RUN"
           END-IF.

       FIND-PRICE-SLOT.
           MOVE "Y" TO WS-PRICE-FOUND
           EVALUATE WS-PRICE-MEAL-TYPE
               WHEN "B" MOVE 1 TO WS-MEAL-SUB
               WHEN "L" MOVE 2 TO WS-MEAL-SUB
               WHEN OTHER MOVE "N" TO WS-PRICE-FOUND
           END-EVALUATE
           EVALUATE WS-PRICE-CATEGORY
               WHEN "F" MOVE 1 TO WS-CAT-SUB
               WHEN "R" MOVE 2 TO WS-CAT-SUB
               WHEN "P" MOVE 3 TO WS-CAT-SUB
               WHEN OTHER MOVE "N" TO WS-PRICE-FOUND
           END-EVALUATE.

       *> The MEL code's mapped revenue account takes the credit
       *> when the reference is loaded; otherwise MEALRV.
       LOAD-MEAL-ACCOUNT-CODE.
           OPEN INPUT CHGCODE-FILE
           IF CHGCODE-FS = "00"
               MOVE "MEL" TO CCR-CHARGE-CODE
               READ CHGCODE-FILE
                   INVALID KEY
                       DISPLAY "MEALPOS: MEL NOT ON CHARGE-CODE "
                           "REFERENCE - MEALRV TAKES THE CREDIT"
                   NOT INVALID KEY
                       IF CCR-ACTIVE AND CCR-GL-ACCOUNT NOT = SPACES
                           MOVE CCR-GL-ACCOUNT TO WS-REV-ACCOUNT
                       ELSE
                           DISPLAY "MEALPOS: MEL CODE INACTIVE - "
                               "MEALRV TAKES THE CREDIT"
                       END-IF
               END-READ
               CLOSE CHGCODE-FILE
           END-IF.

       *> Only well-formed sales and positive deposits go forward;
       *> everything else is listed and counted here.
       SCREEN-THE-FEED.
           PERFORM UNTIL WS-EOF = "Y"
               READ MEAL-POS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
                       PERFORM SCREEN-ONE-RECORD
               END-READ
           END-PERFORM.

       SCREEN-ONE-RECORD.
           EVALUATE TRUE
               WHEN MPS-TRAN-TYPE = "S"
                   AND (MPS-MEAL-TYPE = "B" OR MPS-MEAL-TYPE = "L")
                   AND MPS-SERVE-DATE NOT = ZERO
                   PERFORM RELEASE-FEED-RECORD
               WHEN MPS-TRAN-TYPE = "D" AND MPS-AMOUNT > ZERO
                   PERFORM RELEASE-FEED-RECORD
               WHEN OTHER
                   DISPLAY "MEALPOS: FEED RECORD REJECTED, TYPE="
                       MPS-TRAN-TYPE " STUDENT=" MPS-STUDENT-ID
                       " REF=" MPS-REGISTER-REF
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       RELEASE-FEED-RECORD.
           MOVE MPS-STUDENT-ID TO MWK-STUDENT-ID
           MOVE MPS-TRAN-TYPE  TO MWK-TRAN-TYPE
           MOVE MPS-SERVE-DATE TO MWK-SERVE-DATE
           MOVE MPS-MEAL-TYPE  TO MWK-MEAL-TYPE
           MOVE MPS-AMOUNT     TO MWK-AMOUNT
           MOVE MPS-CAMPUS     TO MWK-CAMPUS
           RELEASE MEAL-WORK-RECORD.

       POST-BY-STUDENT.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN MEAL-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF WS-STUDENT-OPEN = "Y"
                           AND MWK-STUDENT-ID NOT = WS-CURRENT-STUDENT
                           PERFORM CLOSE-OUT-STUDENT
                       END-IF
                       IF WS-STUDENT-OPEN NOT = "Y"
                           PERFORM START-NEW-STUDENT
                       END-IF
                       IF WS-STUDENT-OK = "Y"
                           PERFORM APPLY-FEED-RECORD
                       ELSE
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-STUDENT-OPEN = "Y"
               PERFORM CLOSE-OUT-STUDENT
           END-IF.

       *> Every register swipe needs a student on the master; one
       *> with no meal account yet is opened as paid pending an
       *> application, the way the cafeteria already treats them.
       START-NEW-STUDENT.
           MOVE MWK-STUDENT-ID TO WS-CURRENT-STUDENT
           MOVE "Y" TO WS-STUDENT-OPEN
           MOVE "N" TO WS-STUDENT-OK
           MOVE ZERO TO WS-STUDENT-MEALS WS-STUDENT-DEPOSITS
           MOVE WS-CURRENT-STUDENT TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "MEALPOS: STUDENT NOT ON FILE="
                       WS-CURRENT-STUDENT " - SWIPES REJECTED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-STUDENT-OK
           END-READ
           IF WS-STUDENT-OK = "Y"
               MOVE WS-CURRENT-STUDENT TO MEA-STUDENT-ID
               READ MEAL-FILE
                   INVALID KEY
                       PERFORM OPEN-DEFAULT-ACCOUNT
               END-READ
           END-IF.

       OPEN-DEFAULT-ACCOUNT.
           MOVE WS-CURRENT-STUDENT TO MEA-STUDENT-ID
           SET MEA-PAID            TO TRUE
           MOVE "P"                TO MEA-PRIOR-CATEGORY
           MOVE ZERO               TO MEA-EFFECTIVE-DATE
           MOVE "O"                TO MEA-SOURCE
           MOVE ZERO               TO MEA-BALANCE
           MOVE WS-RUN-DATE        TO MEA-LAST-ACTIVITY
           MOVE ZERO               TO MEA-NOTICE-DATE
           WRITE MEAL-RECORD
               INVALID KEY
                   DISPLAY "MEALPOS: MEAL ACCOUNT WRITE FAILED, ID="
                       WS-CURRENT-STUDENT " STATUS=" MEAL-FS
                   MOVE "N" TO WS-STUDENT-OK
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
           END-WRITE.

       APPLY-FEED-RECORD.
           IF MWK-TRAN-TYPE = "D"
               ADD MWK-AMOUNT TO WS-STUDENT-DEPOSITS
               ADD 1 TO WS-DEPOSIT-COUNT
           ELSE
               PERFORM PRICE-THE-MEAL
               ADD WS-MEAL-PRICE TO WS-STUDENT-MEALS
               ADD 1 TO WS-MEAL-COUNT
               PERFORM COUNT-FOR-CLAIM
           END-IF.

       *> A meal served before the current category took effect
       *> is priced and claimed under the category it replaced.
       PRICE-THE-MEAL.
           IF MWK-SERVE-DATE < MEA-EFFECTIVE-DATE
               MOVE MEA-PRIOR-CATEGORY TO WS-PRICE-CATEGORY
           ELSE
               MOVE MEA-CATEGORY TO WS-PRICE-CATEGORY
           END-IF
           MOVE MWK-MEAL-TYPE TO WS-PRICE-MEAL-TYPE
           PERFORM FIND-PRICE-SLOT
           IF WS-PRICE-FOUND NOT = "Y"
               MOVE "P" TO WS-PRICE-CATEGORY
               PERFORM FIND-PRICE-SLOT
           END-IF
           MOVE WS-PRICE (WS-MEAL-SUB, WS-CAT-SUB) TO WS-MEAL-PRICE.

       COUNT-FOR-CLAIM.
           COMPUTE MCL-MONTH = MWK-SERVE-DATE / 100
           MOVE MWK-CAMPUS         TO MCL-CAMPUS
           MOVE WS-PRICE-CATEGORY  TO MCL-CATEGORY
           MOVE MWK-MEAL-TYPE      TO MCL-MEAL-TYPE
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 1 TO MCL-MEAL-COUNT
                   WRITE CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "MEALPOS: CLAIM WRITE FAILED, "
                               "STATUS=" MEALCLM-FS
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO MCL-MEAL-COUNT
                   REWRITE CLAIM-RECORD
                       INVALID KEY
                           DISPLAY "MEALPOS: CLAIM REWRITE FAILED, "
                               "STATUS=" MEALCLM-FS
                   END-REWRITE
           END-READ.

       *> The night's meals become one MEL charge and the night's
       *> deposits one MEL credit, the meal account absorbs both,
       *> and a balance that has sunk past the limit draws its
       *> notice.
       CLOSE-OUT-STUDENT.
           IF WS-STUDENT-OK = "Y"
               IF WS-STUDENT-MEALS > ZERO
                   MOVE WS-STUDENT-MEALS TO WS-ITEM-AMOUNT
                   PERFORM POST-MEAL-ITEM
                   IF CHARGE-FS = "00"
                       ADD 1 TO WS-CHARGED-COUNT
                       ADD WS-STUDENT-MEALS TO WS-TOTAL-MEALS
                       PERFORM JOURNAL-MEALS
                   END-IF
               END-IF
               IF WS-STUDENT-DEPOSITS > ZERO
                   COMPUTE WS-ITEM-AMOUNT = ZERO - WS-STUDENT-DEPOSITS
                   PERFORM POST-MEAL-ITEM
                   IF CHARGE-FS = "00"
                       ADD 1 TO WS-CREDITED-COUNT
                       ADD WS-STUDENT-DEPOSITS TO WS-TOTAL-DEPOSITS
                       PERFORM JOURNAL-DEPOSITS
                   END-IF
               END-IF
               PERFORM UPDATE-MEAL-ACCOUNT
           END-IF
           MOVE "N" TO WS-STUDENT-OPEN.

       *> One open item under the student's next sequence, exactly
       *> the way CHGPOST posts its feed.
       POST-MEAL-ITEM.
           PERFORM FIND-NEXT-ITEM-SEQ
           MOVE WS-CURRENT-STUDENT TO CHG-STUDENT-ID
           MOVE WS-NEXT-SEQ        TO CHG-ITEM-SEQ
           MOVE "MEL"              TO CHG-CHARGE-CODE
           MOVE WS-ITEM-AMOUNT     TO CHG-AMOUNT
           MOVE WS-RUN-DATE        TO CHG-POST-DATE
           SET CHG-OPEN            TO TRUE
           MOVE SPACE              TO CHG-DISPUTE-FLAG
           MOVE ZERO               TO CHG-DISPUTE-DATE
           MOVE ZERO               TO CHG-WRITEOFF-DATE
           MOVE SPACES             TO CHG-WRITEOFF-REASON
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           WRITE CHARGE-RECORD
               INVALID KEY
                   DISPLAY "MEALPOS: CHARGE WRITE FAILED, ID="
                       WS-CURRENT-STUDENT " STATUS=" CHARGE-FS
               NOT INVALID KEY
                   ADD WS-ITEM-AMOUNT TO STUDENT-TUITION-BALANCE
                   MOVE WS-RUN-DATE TO STUDENT-LAST-ACTIVITY-DATE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "MEALPOS: BALANCE REWRITE "
                               "FAILED, ID=" WS-CURRENT-STUDENT
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-WRITE.

       JOURNAL-MEALS.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-STUDENT-MEALS TO WS-GL-AMOUNT
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       JOURNAL-DEPOSITS.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-STUDENT-DEPOSITS TO WS-GL-AMOUNT
           MOVE "CASH  " TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       UPDATE-MEAL-ACCOUNT.
           ADD WS-STUDENT-DEPOSITS TO MEA-BALANCE
           SUBTRACT WS-STUDENT-MEALS FROM MEA-BALANCE
           MOVE WS-RUN-DATE TO MEA-LAST-ACTIVITY
           IF MEA-BALANCE NOT < ZERO
               MOVE ZERO TO MEA-NOTICE-DATE
           END-IF
           IF MEA-BALANCE < WS-LOW-LIMIT AND MEA-NOTICE-DATE = ZERO
               PERFORM QUEUE-LOW-BALANCE-NOTICE
               MOVE WS-RUN-DATE TO MEA-NOTICE-DATE
           END-IF
           REWRITE MEAL-RECORD
               INVALID KEY
                   DISPLAY "MEALPOS: MEAL ACCOUNT REWRITE FAILED, ID="
                       WS-CURRENT-STUDENT " STATUS=" MEAL-FS
           END-REWRITE.

       QUEUE-LOW-BALANCE-NOTICE.
           MOVE SPACES TO WS-MAIL-ADDRESSEE WS-MAIL-ADDR1
               WS-MAIL-ADDR2
           MOVE WS-CURRENT-STUDENT TO WS-CF-ID
           CALL "CNTFIND" USING WS-CF-ID WS-CF-PURPOSE
               WS-CF-FOUND WS-CF-DEAD WS-CF-NAME WS-CF-PHONE
               WS-CF-ADDR1 WS-CF-ADDR2
           EVALUATE TRUE
               WHEN WS-CF-FOUND NOT = "Y"
                   DISPLAY "MEALPOS: NO MAILABLE CONTACT, ID="
                       WS-CURRENT-STUDENT
               WHEN WS-CF-DEAD = "Y"
                   DISPLAY "MEALPOS: ADDRESS UNDELIVERABLE, ID="
                       WS-CURRENT-STUDENT " - TO EXCEPTIONS"
               WHEN OTHER
                   MOVE WS-CF-NAME  TO WS-MAIL-ADDRESSEE
                   MOVE WS-CF-ADDR1 TO WS-MAIL-ADDR1
                   MOVE WS-CF-ADDR2 TO WS-MAIL-ADDR2
           END-EVALUATE
           CALL "MAILPC" USING WS-MAIL-TYPE WS-CURRENT-STUDENT
               WS-MAIL-ADDRESSEE WS-MAIL-ADDR1 WS-MAIL-ADDR2
           ADD 1 TO WS-NOTICE-COUNT.

       *> Same next-sequence walk CHGPOST uses over this student's
       *> ledger items.
       FIND-NEXT-ITEM-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE WS-CURRENT-STUDENT TO CHG-STUDENT-ID
           MOVE ZERO TO CHG-ITEM-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CHG-STUDENT-ID = WS-CURRENT-STUDENT
                           MOVE CHG-ITEM-SEQ TO WS-NEXT-SEQ
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID     TO WS-AUD-STUDENT-ID
           MOVE STUDENT-RECORD TO WS-AUD-AFTER
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-POS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEALPOS-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-PRICE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEALPRC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEAL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-CLAIM-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEALCLM-DSNAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGCODE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGCODE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-LOW-BALANCE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-LOW-BALANCE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
