               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-FS.

           *> A returned auto-draft reopens the installment it paid
           *> and counts against the family's draft authorization.
           *> Both files are optional - a site not drafting has
           *> neither, and plain check returns never touch them.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS PLAN-FS.

           SELECT ACH-AUTH-FILE ASSIGN TO WS-ACHAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-STUDENT-ID
               FILE STATUS IS ACHAUTH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NSF-TRAN-FILE.
       01 SUSPENSE-RECORD.
           COPY "SUSPENSRC".

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "PLANRC".

       FD ACH-AUTH-FILE.
       01 ACH-AUTH-RECORD.
           COPY "ACHAUTRC".

       WORKING-STORAGE SECTION.
       01 WS-NSFTRAN-DSNAME         PIC X(40) VALUE "nsftran.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PAYREG-DSNAME          PIC X(40) VALUE "payreg.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-SUSPENSE-DSNAME        PIC X(40) VALUE "suspense.dat".
       01 WS-PLAN-DSNAME            PIC X(40) VALUE "payplan.idx".
       01 WS-ACHAUTH-DSNAME         PIC X(40) VALUE "achauth.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 NSFTRAN-FS               PIC XX.
       01 PAYREG-FS                PIC XX.
       01 CHARGE-FS                PIC XX.
       01 SUSPENSE-FS              PIC XX.
       01 PLAN-FS                  PIC XX.
       01 ACHAUTH-FS               PIC XX.
       01 WS-PLAN-OPEN             PIC X VALUE "N".
       01 WS-ACHAUTH-OPEN          PIC X VALUE "N".
       01 WS-REOPENED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-AUTH-CANCEL-COUNT     PIC 9(6) VALUE ZERO.

       *> Returned drafts an authorization may draw before it is
       *> cancelled and the family goes back to paying by hand.
       01 WS-ACH-RETURN-LIMIT      PIC 9(2) VALUE 2.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
               OPEN OUTPUT SUSPENSE-FILE
           END-IF

           OPEN I-O PLAN-FILE
           IF PLAN-FS = "00"
               MOVE "Y" TO WS-PLAN-OPEN
           END-IF

           OPEN I-O ACH-AUTH-FILE
           IF ACHAUTH-FS = "00"
               MOVE "Y" TO WS-ACHAUTH-OPEN
           END-IF

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           CLOSE PAY-REGISTER-FILE
           CLOSE CHARGE-FILE
           CLOSE SUSPENSE-FILE
           IF WS-PLAN-OPEN = "Y"
               CLOSE PLAN-FILE
           END-IF
           IF WS-ACHAUTH-OPEN = "Y"
               CLOSE ACH-AUTH-FILE
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-REVERSED WS-TOTAL-EDIT
           DISPLAY "===== NSF RETURN PROCESSING SUMMARY ====="
           DISPLAY "REVERSALS POSTED : " WS-REVERSED-COUNT
           DISPLAY "NSF FEES POSTED  : " WS-FEE-COUNT
           DISPLAY "UNMATCHED        : " WS-REJECT-COUNT
           DISPLAY "DRAFTS REOPENED  : " WS-REOPENED-COUNT
           DISPLAY "AUTHS CANCELLED  : " WS-AUTH-CANCEL-COUNT
           DISPLAY "AMOUNT REVERSED  : " WS-TOTAL-EDIT

           STOP RUN.

       *> A return only posts when the register proves the payment
       *> it reverses actually posted here - the register key is the
       *> payment's whole identity, so the probe is exact.  An
       *> auto-draft whose settlement PAYPOST has not yet posted is
       *> still pending there (no posted date) - there is nothing in
       *> the balance to back out, so it goes to suspense instead.
       Process-One-Return.
           MOVE NSF-STUDENT-ID TO PRG-STUDENT-ID
           COMPUTE PRG-AMOUNT-CENTS = NSF-AMOUNT * 100
                   MOVE "NO REGISTER MATCH" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               NOT INVALID KEY
                   IF PRG-POSTED-DATE = ZERO
                       MOVE "DRAFT NOT YET POSTED" TO SUS-REASON
                       PERFORM WRITE-SUSPENSE
                   ELSE
                       PERFORM REVERSE-THE-PAYMENT
                   END-IF
           END-READ.

       REVERSE-THE-PAYMENT.
                   IF WS-NSF-FEE > ZERO
                       PERFORM POST-NSF-FEE
                   END-IF
                   IF NSF-BANK-REF(1:3) = "ACH"
                       PERFORM REOPEN-DRAFTED-INSTALLMENT
                       PERFORM COUNT-DRAFT-RETURN
                   END-IF
           END-REWRITE.

       *> ACHDRAFT's reference is "ACH", the student, then the
       *> installment number, so the return names the installment
       *> it paid.  It goes back to scheduled, or straight to past
       *> due when its due date has already gone by.
       REOPEN-DRAFTED-INSTALLMENT.
           IF WS-PLAN-OPEN = "Y"
               MOVE NSF-STUDENT-ID TO PLN-STUDENT-ID
               MOVE NSF-BANK-REF(10:2) TO PLN-INSTALLMENT-NUM
               READ PLAN-FILE
                   INVALID KEY
                       DISPLAY "NSFPOST: DRAFTED INSTALLMENT NOT ON "
                           "FILE, REF=" NSF-BANK-REF
                   NOT INVALID KEY
                       IF PLN-DUE-DATE < WS-RUN-DATE
                           SET PLN-PAST-DUE TO TRUE
                       ELSE
                           SET PLN-SCHEDULED TO TRUE
                       END-IF
                       REWRITE PLAN-RECORD
                           INVALID KEY
                               DISPLAY "NSFPOST: PLAN REWRITE FAILED, "
                                   "ID=" NSF-STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-REOPENED-COUNT
                       END-REWRITE
               END-READ
           END-IF.

       *> Each returned draft counts against the authorization; at
       *> the limit it is cancelled so ACHDRAFT stops drafting it.
       COUNT-DRAFT-RETURN.
           IF WS-ACHAUTH-OPEN = "Y"
               MOVE NSF-STUDENT-ID TO AUT-STUDENT-ID
               READ ACH-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO AUT-RETURN-COUNT
                       MOVE WS-RUN-DATE TO AUT-LAST-RETURN-DATE
                       IF AUT-ACTIVE
                           AND AUT-RETURN-COUNT >= WS-ACH-RETURN-LIMIT
                           SET AUT-CANCELLED TO TRUE
                           MOVE WS-RUN-DATE TO AUT-CANCEL-DATE
                           ADD 1 TO WS-AUTH-CANCEL-COUNT
                           DISPLAY "NSFPOST: DRAFT AUTHORIZATION "
                               "CANCELLED, ID=" NSF-STUDENT-ID
                               " RETURNS=" AUT-RETURN-COUNT
                       END-IF
                       REWRITE ACH-AUTH-RECORD
                           INVALID KEY
                               DISPLAY "NSFPOST: AUTHORIZATION "
                                   "REWRITE FAILED, ID=" NSF-STUDENT-ID
                       END-REWRITE
               END-READ
           END-IF.

       RETIRE-REGISTER-ENTRY.
           DELETE PAY-REGISTER-FILE
               INVALID KEY
           SET CHG-OPEN         TO TRUE
           MOVE SPACE           TO CHG-DISPUTE-FLAG
           MOVE ZERO            TO CHG-DISPUTE-DATE
           MOVE ZERO            TO CHG-WRITEOFF-DATE
           MOVE SPACES          TO CHG-WRITEOFF-REASON
           WRITE CHARGE-RECORD
               INVALID KEY
                   DISPLAY "NSFPOST: FEE WRITE FAILED, ID="
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-NSF-FEE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYPLAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PLAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACHAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACHAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-RETURN-LIMIT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-ACH-RETURN-LIMIT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

       WRITE-AUDIT-RECORD.
