       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The business office's authorization feed from signed
           *> auto-draft forms: "A" records (or replaces) the bank
           *> account a plan is drafted from, "C" cancels drafting at
           *> the family's request, "R" reinstates a cancelled
           *> authorization with its return count cleared.
           SELECT AUTH-TRAN-FILE ASSIGN TO WS-AUTHTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTHTRAN-FS.

           SELECT ACH-AUTH-FILE ASSIGN TO WS-ACHAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUT-STUDENT-ID
               FILE STATUS IS ACHAUTH-FS.

           *> Only a student with an installment plan on file can
           *> authorize drafts against it.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS PLAN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTH-TRAN-FILE.
       01 AUTH-TRAN-RECORD.
           05 AAT-ACTION            PIC X(1).
           05 AAT-STUDENT-ID        PIC 9(6).
           05 AAT-ROUTING-NUMBER    PIC 9(9).
           05 AAT-ROUTING-DIGITS REDEFINES AAT-ROUTING-NUMBER.
               10 AAT-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
           05 AAT-ACCOUNT-NUMBER    PIC X(17).
           05 AAT-ACCOUNT-TYPE      PIC X(1).
           05 AAT-HOLDER-NAME       PIC X(22).
           05 AAT-SIGNED-DATE       PIC 9(8).

       FD ACH-AUTH-FILE.
       01 ACH-AUTH-RECORD.
           COPY "ACHAUTRC".

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "PLANRC".

       WORKING-STORAGE SECTION.
       01 WS-AUTHTRAN-DSNAME        PIC X(40) VALUE "achtran.dat".
       01 WS-ACHAUTH-DSNAME         PIC X(40) VALUE "achauth.idx".
       01 WS-PLAN-DSNAME            PIC X(40) VALUE "payplan.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 AUTHTRAN-FS              PIC XX.
       01 ACHAUTH-FS               PIC XX.
       01 PLAN-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-REPLACE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CANCEL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REINSTATE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-AUTH-OK               PIC X VALUE "N".
       01 WS-HAS-PLAN              PIC X VALUE "N".

       *> Routing-number check digit: three times digits 1, 4, 7,
       *> seven times digits 2, 5, 8, plus digits 3, 6, 9 must come
       *> to a multiple of ten - a mis-keyed routing number is
       *> caught here, not by a returned draft.
       01 WS-CHECK-SUM             PIC 9(4) COMP.
       01 WS-CHECK-QUOTIENT        PIC 9(4) COMP.
       01 WS-CHECK-REMAINDER       PIC 9(4) COMP.

       *> OPERSIGN call arguments - bank account data is entered
       *> under a level-6 sign-on.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every authorization recorded,
       *> cancelled or reinstated lands on the common trail.  The
       *> account number is never written there, only its last four
       *> digits.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "ACHAMNT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "ACHTRAN".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).
       01 WS-ACCT-LEN              PIC 9(2) COMP.
       01 WS-ACCT-START            PIC 9(2) COMP.

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
               DISPLAY "ACHAMNT: SIGN-ON FAILED - DRAFT "
                   "AUTHORIZATIONS NEED LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT AUTH-TRAN-FILE
           IF AUTHTRAN-FS NOT = "00"
               DISPLAY "ACHAMNT: UNABLE TO OPEN AUTHORIZATION FEED, "
                   "STATUS=" AUTHTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT PLAN-FILE
           IF PLAN-FS NOT = "00"
               DISPLAY "ACHAMNT: NO PAYMENT PLAN FILE, STATUS="
                   PLAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O ACH-AUTH-FILE
           IF ACHAUTH-FS NOT = "00"
               OPEN OUTPUT ACH-AUTH-FILE
               CLOSE ACH-AUTH-FILE
               OPEN I-O ACH-AUTH-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ AUTH-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE AAT-ACTION
                           WHEN "A" PERFORM Record-Authorization
                           WHEN "C" PERFORM Cancel-Authorization
                           WHEN "R" PERFORM Reinstate-Authorization
                           WHEN OTHER
                               DISPLAY "ACHAMNT: UNKNOWN ACTION "
                                   AAT-ACTION " STUDENT="
                                   AAT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE AUTH-TRAN-FILE
           CLOSE PLAN-FILE
           CLOSE ACH-AUTH-FILE

           DISPLAY "===== ACH AUTHORIZATION MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "AUTHORIZED        : " WS-ADD-COUNT
           DISPLAY "ACCOUNTS REPLACED : " WS-REPLACE-COUNT
           DISPLAY "CANCELLED         : " WS-CANCEL-COUNT
           DISPLAY "REINSTATED        : " WS-REINSTATE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> An authorization needs a plan to draft against, a routing
       *> number that passes its check digit, an account number and
       *> type, and the account holder's name.
       CHECK-THE-AUTHORIZATION.
           MOVE "N" TO WS-AUTH-OK
           PERFORM FIND-THE-PLAN
           MOVE AAT-ACCOUNT-TYPE TO AUT-ACCOUNT-TYPE
           EVALUATE TRUE
               WHEN WS-HAS-PLAN NOT = "Y"
                   DISPLAY "ACHAMNT: NO INSTALLMENT PLAN, STUDENT="
                       AAT-STUDENT-ID
               WHEN AAT-ROUTING-NUMBER IS NOT NUMERIC
                   OR AAT-ROUTING-NUMBER = ZERO
                   DISPLAY "ACHAMNT: ROUTING NUMBER MISSING, "
                       "STUDENT=" AAT-STUDENT-ID
               WHEN AAT-ACCOUNT-NUMBER = SPACES
                   DISPLAY "ACHAMNT: ACCOUNT NUMBER MISSING, "
                       "STUDENT=" AAT-STUDENT-ID
               WHEN NOT AUT-ACCOUNT-TYPE-VALID
                   DISPLAY "ACHAMNT: INVALID ACCOUNT TYPE "
                       AAT-ACCOUNT-TYPE " STUDENT=" AAT-STUDENT-ID
               WHEN AAT-HOLDER-NAME = SPACES
                   DISPLAY "ACHAMNT: ACCOUNT HOLDER MISSING, "
                       "STUDENT=" AAT-STUDENT-ID
               WHEN OTHER
                   PERFORM PROVE-ROUTING-NUMBER
           END-EVALUATE.

       PROVE-ROUTING-NUMBER.
           COMPUTE WS-CHECK-SUM =
               3 * (AAT-ROUTING-DIGIT (1) + AAT-ROUTING-DIGIT (4)
                    + AAT-ROUTING-DIGIT (7))
             + 7 * (AAT-ROUTING-DIGIT (2) + AAT-ROUTING-DIGIT (5)
                    + AAT-ROUTING-DIGIT (8))
             + AAT-ROUTING-DIGIT (3) + AAT-ROUTING-DIGIT (6)
             + AAT-ROUTING-DIGIT (9)
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER = ZERO
               MOVE "Y" TO WS-AUTH-OK
           ELSE
               DISPLAY "ACHAMNT: ROUTING NUMBER FAILS CHECK DIGIT "
                   AAT-ROUTING-NUMBER " STUDENT=" AAT-STUDENT-ID
           END-IF.

       FIND-THE-PLAN.
           MOVE "N" TO WS-HAS-PLAN
           MOVE AAT-STUDENT-ID TO PLN-STUDENT-ID
           MOVE ZERO TO PLN-INSTALLMENT-NUM
           START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PLAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PLN-STUDENT-ID = AAT-STUDENT-ID
                               MOVE "Y" TO WS-HAS-PLAN
                           END-IF
                   END-READ
           END-START.

       *> A new form for a student already on file replaces the
       *> bank account and starts the return count over.
       Record-Authorization.
           PERFORM CHECK-THE-AUTHORIZATION
           IF WS-AUTH-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE AAT-STUDENT-ID TO AUT-STUDENT-ID
               READ ACH-AUTH-FILE
                   INVALID KEY
                       PERFORM ADD-AUTHORIZATION
                   NOT INVALID KEY
                       PERFORM REPLACE-AUTHORIZATION
               END-READ
           END-IF.

       ADD-AUTHORIZATION.
           MOVE SPACES TO WS-AUD-BEFORE
           PERFORM FILL-FROM-FORM
           MOVE ZERO TO AUT-LAST-DRAFT-DATE
           WRITE ACH-AUTH-RECORD
               INVALID KEY
                   DISPLAY "ACHAMNT: WRITE FAILED, STUDENT="
                       AAT-STUDENT-ID " STATUS=" ACHAUTH-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "WRITE   " TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       REPLACE-AUTHORIZATION.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           PERFORM FILL-FROM-FORM
           REWRITE ACH-AUTH-RECORD
               INVALID KEY
                   DISPLAY "ACHAMNT: REWRITE FAILED, STUDENT="
                       AAT-STUDENT-ID " STATUS=" ACHAUTH-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REPLACE-COUNT
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       FILL-FROM-FORM.
           MOVE AAT-STUDENT-ID     TO AUT-STUDENT-ID
           MOVE AAT-ROUTING-NUMBER TO AUT-ROUTING-NUMBER
           MOVE AAT-ACCOUNT-NUMBER TO AUT-ACCOUNT-NUMBER
           MOVE AAT-ACCOUNT-TYPE   TO AUT-ACCOUNT-TYPE
           MOVE AAT-HOLDER-NAME    TO AUT-HOLDER-NAME
           MOVE AAT-SIGNED-DATE    TO AUT-SIGNED-DATE
           IF AUT-SIGNED-DATE = ZERO
               MOVE WS-RUN-DATE TO AUT-SIGNED-DATE
           END-IF
           SET AUT-ACTIVE TO TRUE
           MOVE ZERO TO AUT-RETURN-COUNT AUT-LAST-RETURN-DATE
           MOVE ZERO TO AUT-CANCEL-DATE.

       Cancel-Authorization.
           MOVE AAT-STUDENT-ID TO AUT-STUDENT-ID
           READ ACH-AUTH-FILE
               INVALID KEY
                   DISPLAY "ACHAMNT: NO AUTHORIZATION TO CANCEL, "
                       "STUDENT=" AAT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                   SET AUT-CANCELLED TO TRUE
                   MOVE WS-RUN-DATE TO AUT-CANCEL-DATE
                   PERFORM REWRITE-AUTHORIZATION
                   ADD 1 TO WS-CANCEL-COUNT
           END-READ.

       Reinstate-Authorization.
           MOVE AAT-STUDENT-ID TO AUT-STUDENT-ID
           READ ACH-AUTH-FILE
               INVALID KEY
                   DISPLAY "ACHAMNT: NO AUTHORIZATION TO REINSTATE, "
                       "STUDENT=" AAT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                   SET AUT-ACTIVE TO TRUE
                   MOVE ZERO TO AUT-RETURN-COUNT AUT-CANCEL-DATE
                   PERFORM REWRITE-AUTHORIZATION
                   ADD 1 TO WS-REINSTATE-COUNT
           END-READ.

       REWRITE-AUTHORIZATION.
           REWRITE ACH-AUTH-RECORD
               INVALID KEY
                   DISPLAY "ACHAMNT: REWRITE FAILED, STUDENT="
                       AAT-STUDENT-ID " STATUS=" ACHAUTH-FS
               NOT INVALID KEY
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       *> Readable summary of the authorization in hand - routing
       *> number, last four of the account, type, status, returns.
       BUILD-AUDIT-IMAGE.
           MOVE 17 TO WS-ACCT-LEN
           PERFORM UNTIL WS-ACCT-LEN < 5
                   OR AUT-ACCOUNT-NUMBER (WS-ACCT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ACCT-LEN
           END-PERFORM
           COMPUTE WS-ACCT-START = WS-ACCT-LEN - 3
           MOVE SPACES TO WS-AUD-AFTER
           STRING "ACH " AUT-ROUTING-NUMBER " ..."
               AUT-ACCOUNT-NUMBER (WS-ACCT-START:4)
               " " AUT-ACCOUNT-TYPE " " AUT-STATUS
               " RET " AUT-RETURN-COUNT " " AUT-HOLDER-NAME
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE AUT-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACH-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUTHTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACHAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACHAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYPLAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PLAN-DSNAME
           END-IF.
