       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDRAFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Scheduled installments falling due inside the draft
           *> window are drafted from the family's authorized account.
           *> DYNAMIC so a drafted installment can be marked paid.
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

           *> PAYPOST's rolling register.  Each draft goes on as a
           *> pending entry (no posted date) dated for settlement, so
           *> DEPRECON expects the bank's settlement deposit that day
           *> and a rerun of this job never drafts the same
           *> installment twice.
           SELECT PAY-REGISTER-FILE ASSIGN TO WS-PAYREG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-KEY
               FILE STATUS IS PAYREG-FS.

           SELECT ACH-FILE ASSIGN TO WS-ACH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACH-FS.

           *> The settlement feed: the same drafts in PAYPOST's
           *> payment format, run through PAYPOST on the settlement
           *> date to credit the students and clear the pending
           *> register entries.
           SELECT ACH-PAY-FILE ASSIGN TO WS-ACHPAY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACHPAY-FS.

           SELECT DRAFT-WORK ASSIGN TO "achdraft.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "PLANRC".

       FD ACH-AUTH-FILE.
       01 ACH-AUTH-RECORD.
           COPY "ACHAUTRC".

       *> Same key shape PAYPOST registers payments under - student,
       *> amount in display cents, payment date, bank reference.
       FD PAY-REGISTER-FILE.
       01 PAY-REGISTER-RECORD.
           05 PRG-KEY.
               10 PRG-STUDENT-ID    PIC 9(6).
               10 PRG-AMOUNT-CENTS  PIC 9(7).
               10 PRG-PAY-DATE      PIC 9(8).
               10 PRG-BANK-REF      PIC X(12).
           05 PRG-POSTED-DATE       PIC 9(8).

       FD ACH-FILE.
       01 ACH-RECORD.
           COPY "ACHFILRC".

       *> Same record shape paymentPost.cob reads.
       FD ACH-PAY-FILE.
       01 PAY-TRAN-RECORD.
           05 PAY-STUDENT-ID        PIC 9(6).
           05 PAY-AMOUNT            PIC S9(5)V99 COMP-3.
           05 PAY-DATE              PIC 9(8).
           05 PAY-BANK-REF          PIC X(12).

       SD DRAFT-WORK.
       01 DRAFT-WORK-RECORD.
           05 DWK-DUE-DATE          PIC 9(8).
           05 DWK-STUDENT-ID        PIC 9(6).
           05 DWK-INSTALLMENT-NUM   PIC 9(2).
           05 DWK-AMOUNT            PIC S9(5)V99 COMP-3.
           05 DWK-ROUTING-NUMBER    PIC 9(9).
           05 DWK-ACCOUNT-NUMBER    PIC X(17).
           05 DWK-ACCOUNT-TYPE      PIC X(1).
           05 DWK-HOLDER-NAME       PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-DSNAME            PIC X(40) VALUE "payplan.idx".
       01 WS-ACHAUTH-DSNAME         PIC X(40) VALUE "achauth.idx".
       01 WS-PAYREG-DSNAME          PIC X(40) VALUE "payreg.idx".
       01 WS-ACH-DSNAME             PIC X(40) VALUE "achdraft.dat".
       01 WS-ACHPAY-DSNAME          PIC X(40) VALUE "achpay.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PLAN-FS                  PIC XX.
       01 ACHAUTH-FS               PIC XX.
       01 PAYREG-FS                PIC XX.
       01 ACH-FS                   PIC XX.
       01 ACHPAY-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The draft window: installments due after today and no
       *> more than this many days out are drafted now, giving the
       *> bank its lead time before the due date.
       01 WS-DRAFT-DAYS            PIC 9(3) VALUE 5.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-DUE-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-DAYS-AHEAD            PIC S9(5) VALUE ZERO.

       *> Originator identification the bank assigned the district.
       01 WS-DEST-ROUTING          PIC X(10) VALUE SPACES.
       01 WS-ORIGIN-ID             PIC X(10) VALUE SPACES.
       01 WS-COMPANY-NAME          PIC X(16) VALUE "SCHOOL DISTRICT".
       01 WS-ODFI-ID               PIC 9(8) VALUE ZERO.

       01 WS-DRAFT-REF             PIC X(12).
       01 WS-ROUTING-8             PIC 9(8).
       01 WS-TRACE-SEQ             PIC 9(7) VALUE ZERO.

       *> Batch and file control totals.
       01 WS-BATCH-OPEN            PIC X VALUE "N".
       01 WS-BATCH-DATE            PIC 9(8) VALUE ZERO.
       01 WS-BATCH-NUMBER          PIC 9(7) VALUE ZERO.
       01 WS-BATCH-ENTRIES         PIC 9(6) VALUE ZERO.
       01 WS-BATCH-HASH            PIC 9(12) VALUE ZERO.
       01 WS-BATCH-DEBIT           PIC 9(10)V99 VALUE ZERO.
       01 WS-FILE-ENTRIES          PIC 9(8) VALUE ZERO.
       01 WS-FILE-HASH             PIC 9(12) VALUE ZERO.
       01 WS-FILE-DEBIT            PIC 9(10)V99 VALUE ZERO.

       01 WS-PLANS-READ            PIC 9(6) VALUE ZERO.
       01 WS-IN-WINDOW             PIC 9(6) VALUE ZERO.
       01 WS-NO-AUTH-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CANCELLED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-EDIT            PIC ZZ,ZZZ,ZZ9.99.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN I-O PLAN-FILE
           IF PLAN-FS NOT = "00"
               DISPLAY "ACHDRAFT: NO PAYMENT PLAN FILE, STATUS="
                   PLAN-FS
               STOP RUN
           END-IF

           OPEN I-O ACH-AUTH-FILE
           IF ACHAUTH-FS NOT = "00"
               DISPLAY "ACHDRAFT: NO DRAFT AUTHORIZATIONS ON FILE, "
                   "STATUS=" ACHAUTH-FS
               STOP RUN
           END-IF

           OPEN I-O PAY-REGISTER-FILE
           IF PAYREG-FS NOT = "00"
               OPEN OUTPUT PAY-REGISTER-FILE
               CLOSE PAY-REGISTER-FILE
               OPEN I-O PAY-REGISTER-FILE
           END-IF

           OPEN OUTPUT ACH-FILE
           OPEN OUTPUT ACH-PAY-FILE

           MOVE SPACES TO ACH-RECORD
           SET ACF-FILE-HEADER TO TRUE
           MOVE 1               TO AFH-PRIORITY
           MOVE WS-DEST-ROUTING TO AFH-DEST-ROUTING
           MOVE WS-ORIGIN-ID    TO AFH-ORIGIN-ID
           MOVE WS-RUN-DATE     TO AFH-CREATION-DATE
           MOVE "A"             TO AFH-FILE-ID-MOD
           MOVE WS-COMPANY-NAME TO AFH-ORIGIN-NAME
           WRITE ACH-RECORD

           *> Batches split on settlement date, so the drafts are
           *> sorted by due date before any entry is written.
           SORT DRAFT-WORK
               ON ASCENDING KEY DWK-DUE-DATE
               ON ASCENDING KEY DWK-STUDENT-ID
               ON ASCENDING KEY DWK-INSTALLMENT-NUM
               INPUT PROCEDURE IS SELECT-DUE-INSTALLMENTS
               OUTPUT PROCEDURE IS WRITE-THE-DRAFTS

           MOVE SPACES TO ACH-RECORD
           SET ACF-FILE-CONTROL TO TRUE
           MOVE WS-BATCH-NUMBER TO AFC-BATCH-COUNT
           MOVE WS-FILE-ENTRIES TO AFC-ENTRY-COUNT
           MOVE WS-FILE-HASH    TO AFC-ENTRY-HASH
           MOVE WS-FILE-DEBIT   TO AFC-TOTAL-DEBIT
           MOVE ZERO            TO AFC-TOTAL-CREDIT
           WRITE ACH-RECORD

           CLOSE PLAN-FILE
           CLOSE ACH-AUTH-FILE
           CLOSE PAY-REGISTER-FILE
           CLOSE ACH-FILE
           CLOSE ACH-PAY-FILE

           DISPLAY "===== ACH AUTO-DRAFT SUMMARY ====="
           DISPLAY "INSTALLMENTS READ : " WS-PLANS-READ
           DISPLAY "DUE IN WINDOW     : " WS-IN-WINDOW
           DISPLAY "NO AUTHORIZATION  : " WS-NO-AUTH-COUNT
           DISPLAY "AUTH CANCELLED    : " WS-CANCELLED-COUNT
           DISPLAY "ALREADY DRAFTED   : " WS-ALREADY-COUNT
           DISPLAY "BATCHES           : " WS-BATCH-NUMBER
           DISPLAY "DRAFTS WRITTEN    : " WS-FILE-ENTRIES
           MOVE WS-FILE-DEBIT TO WS-TOTAL-EDIT
           DISPLAY "DEBIT TOTAL       : " WS-TOTAL-EDIT
           DISPLAY "ACHDRAFT: ACH FILE WRITTEN TO " WS-ACH-DSNAME
           DISPLAY "ACHDRAFT: SETTLEMENT FEED WRITTEN TO "
               WS-ACHPAY-DSNAME

           STOP RUN.

       *> A scheduled installment in the window drafts when the plan
       *> has an active authorization and the register shows no
       *> draft already out for it.  Past-due installments are not
       *> drafted - the office settles those with the family.
       SELECT-DUE-INSTALLMENTS.
           PERFORM UNTIL WS-EOF = "Y"
               READ PLAN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PLANS-READ
                       IF PLN-SCHEDULED
                           PERFORM CHECK-THE-WINDOW
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-THE-WINDOW.
           IF PLN-DUE-DATE IS NUMERIC AND PLN-DUE-DATE > WS-RUN-DATE
               COMPUTE WS-DUE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(PLN-DUE-DATE)
               COMPUTE WS-DAYS-AHEAD =
                   WS-DUE-DAY-INT - WS-RUN-DAY-INT
               IF WS-DAYS-AHEAD <= WS-DRAFT-DAYS
                   ADD 1 TO WS-IN-WINDOW
                   PERFORM CHECK-THE-AUTHORIZATION
               END-IF
           END-IF.

       CHECK-THE-AUTHORIZATION.
           MOVE PLN-STUDENT-ID TO AUT-STUDENT-ID
           READ ACH-AUTH-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-AUTH-COUNT
               NOT INVALID KEY
                   IF AUT-CANCELLED
                       ADD 1 TO WS-CANCELLED-COUNT
                   ELSE
                       PERFORM CHECK-NOT-DRAFTED
                   END-IF
           END-READ.

       CHECK-NOT-DRAFTED.
           PERFORM BUILD-DRAFT-REF
           MOVE PLN-STUDENT-ID TO PRG-STUDENT-ID
           COMPUTE PRG-AMOUNT-CENTS = PLN-AMOUNT * 100
           MOVE PLN-DUE-DATE   TO PRG-PAY-DATE
           MOVE WS-DRAFT-REF   TO PRG-BANK-REF
           READ PAY-REGISTER-FILE
               INVALID KEY
                   MOVE PLN-DUE-DATE        TO DWK-DUE-DATE
                   MOVE PLN-STUDENT-ID      TO DWK-STUDENT-ID
                   MOVE PLN-INSTALLMENT-NUM TO DWK-INSTALLMENT-NUM
                   MOVE PLN-AMOUNT          TO DWK-AMOUNT
                   MOVE AUT-ROUTING-NUMBER  TO DWK-ROUTING-NUMBER
                   MOVE AUT-ACCOUNT-NUMBER  TO DWK-ACCOUNT-NUMBER
                   MOVE AUT-ACCOUNT-TYPE    TO DWK-ACCOUNT-TYPE
                   MOVE AUT-HOLDER-NAME     TO DWK-HOLDER-NAME
                   RELEASE DRAFT-WORK-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
           END-READ.

       *> The draft's reference: "ACH", student, installment.  It is
       *> the bank reference on the register and the posting feed
       *> and the individual ID on the entry, so a return carries it
       *> back to NSFPOST intact.
       BUILD-DRAFT-REF.
           MOVE SPACES TO WS-DRAFT-REF
           STRING "ACH" PLN-STUDENT-ID PLN-INSTALLMENT-NUM
               DELIMITED BY SIZE INTO WS-DRAFT-REF.

       WRITE-THE-DRAFTS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN DRAFT-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM DRAFT-ONE-INSTALLMENT
               END-RETURN
           END-PERFORM
           IF WS-BATCH-OPEN = "Y"
               PERFORM CLOSE-THE-BATCH
           END-IF.

       DRAFT-ONE-INSTALLMENT.
           IF WS-BATCH-OPEN = "Y"
               AND DWK-DUE-DATE NOT = WS-BATCH-DATE
               PERFORM CLOSE-THE-BATCH
           END-IF
           IF WS-BATCH-OPEN NOT = "Y"
               PERFORM OPEN-A-BATCH
           END-IF

           MOVE SPACES TO WS-DRAFT-REF
           STRING "ACH" DWK-STUDENT-ID DWK-INSTALLMENT-NUM
               DELIMITED BY SIZE INTO WS-DRAFT-REF

           ADD 1 TO WS-TRACE-SEQ
           MOVE SPACES TO ACH-RECORD
           SET ACF-ENTRY-DETAIL TO TRUE
           IF DWK-ACCOUNT-TYPE = "S"
               MOVE 37 TO AED-TRAN-CODE
           ELSE
               MOVE 27 TO AED-TRAN-CODE
           END-IF
           MOVE DWK-ROUTING-NUMBER TO AED-ROUTING-NUMBER
           MOVE DWK-ACCOUNT-NUMBER TO AED-ACCOUNT-NUMBER
           MOVE DWK-AMOUNT         TO AED-AMOUNT
           MOVE WS-DRAFT-REF       TO AED-INDIVIDUAL-ID
           MOVE DWK-HOLDER-NAME    TO AED-INDIVIDUAL-NAME
           COMPUTE AED-TRACE-NUMBER =
               WS-ODFI-ID * 10000000 + WS-TRACE-SEQ
           WRITE ACH-RECORD

           COMPUTE WS-ROUTING-8 = DWK-ROUTING-NUMBER / 10
           ADD 1 TO WS-BATCH-ENTRIES
           ADD WS-ROUTING-8 TO WS-BATCH-HASH
           ADD AED-AMOUNT TO WS-BATCH-DEBIT

           PERFORM REGISTER-PENDING-DRAFT
           PERFORM WRITE-SETTLEMENT-ITEM
           PERFORM MARK-INSTALLMENT-DRAFTED.

       OPEN-A-BATCH.
           ADD 1 TO WS-BATCH-NUMBER
           MOVE DWK-DUE-DATE TO WS-BATCH-DATE
           MOVE ZERO TO WS-BATCH-ENTRIES WS-BATCH-HASH WS-BATCH-DEBIT
           MOVE SPACES TO ACH-RECORD
           SET ACF-BATCH-HEADER TO TRUE
           MOVE 225             TO ABH-SERVICE-CLASS
           MOVE WS-COMPANY-NAME TO ABH-COMPANY-NAME
           MOVE WS-ORIGIN-ID    TO ABH-COMPANY-ID
           MOVE "PPD"           TO ABH-SEC-CODE
           MOVE "TUITION"       TO ABH-ENTRY-DESC
           MOVE WS-BATCH-DATE   TO ABH-EFFECTIVE-DATE
           MOVE WS-BATCH-NUMBER TO ABH-BATCH-NUMBER
           WRITE ACH-RECORD
           MOVE "Y" TO WS-BATCH-OPEN.

       CLOSE-THE-BATCH.
           MOVE SPACES TO ACH-RECORD
           SET ACF-BATCH-CONTROL TO TRUE
           MOVE 225              TO ABC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRIES TO ABC-ENTRY-COUNT
           MOVE WS-BATCH-HASH    TO ABC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT   TO ABC-TOTAL-DEBIT
           MOVE ZERO             TO ABC-TOTAL-CREDIT
           MOVE WS-ORIGIN-ID     TO ABC-COMPANY-ID
           MOVE WS-BATCH-NUMBER  TO ABC-BATCH-NUMBER
           WRITE ACH-RECORD
           ADD WS-BATCH-ENTRIES TO WS-FILE-ENTRIES
           ADD WS-BATCH-HASH    TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT   TO WS-FILE-DEBIT
           MOVE "N" TO WS-BATCH-OPEN.

       *> A zero posted date is what marks the entry pending: PAYPOST
       *> neither ages it out nor calls the settlement a duplicate,
       *> and stamps the posted date when the settlement posts.
       REGISTER-PENDING-DRAFT.
           MOVE DWK-STUDENT-ID TO PRG-STUDENT-ID
           COMPUTE PRG-AMOUNT-CENTS = DWK-AMOUNT * 100
           MOVE DWK-DUE-DATE   TO PRG-PAY-DATE
           MOVE WS-DRAFT-REF   TO PRG-BANK-REF
           MOVE ZERO           TO PRG-POSTED-DATE
           WRITE PAY-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ACHDRAFT: REGISTER WRITE FAILED, ID="
                       DWK-STUDENT-ID " REF=" WS-DRAFT-REF
           END-WRITE.

       WRITE-SETTLEMENT-ITEM.
           MOVE DWK-STUDENT-ID TO PAY-STUDENT-ID
           MOVE DWK-AMOUNT     TO PAY-AMOUNT
           MOVE DWK-DUE-DATE   TO PAY-DATE
           MOVE WS-DRAFT-REF   TO PAY-BANK-REF
           WRITE PAY-TRAN-RECORD.

       *> The drafted installment is settled as far as the plan is
       *> concerned; NSFPOST reopens it if the draft comes back.
       MARK-INSTALLMENT-DRAFTED.
           MOVE DWK-STUDENT-ID      TO PLN-STUDENT-ID
           MOVE DWK-INSTALLMENT-NUM TO PLN-INSTALLMENT-NUM
           READ PLAN-FILE
               INVALID KEY
                   DISPLAY "ACHDRAFT: INSTALLMENT VANISHED, ID="
                       DWK-STUDENT-ID " NUM=" DWK-INSTALLMENT-NUM
               NOT INVALID KEY
                   SET PLN-PAID TO TRUE
                   REWRITE PLAN-RECORD
                       INVALID KEY
                           DISPLAY "ACHDRAFT: PLAN REWRITE FAILED, "
                               "ID=" DWK-STUDENT-ID
                   END-REWRITE
           END-READ
           MOVE DWK-STUDENT-ID TO AUT-STUDENT-ID
           READ ACH-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO AUT-LAST-DRAFT-DATE
                   REWRITE ACH-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "ACHDRAFT: AUTHORIZATION REWRITE "
                               "FAILED, ID=" DWK-STUDENT-ID
                   END-REWRITE
           END-READ.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYREG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYREG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-PAY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACHPAY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-DRAFT-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-DRAFT-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-DEST-ROUTING"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEST-ROUTING
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-ORIGIN-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ORIGIN-ID
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-COMPANY-NAME"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-COMPANY-NAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-ODFI"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-ODFI-ID =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
