       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCLEAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The bank's paid-items file for the disbursement
           *> account: one record per refund check it paid.  A check
           *> it paid is cleared on the register, so only checks the
           *> family never cashed stay outstanding.
           SELECT CHECK-PAID-FILE ASSIGN TO WS-CHKPAID-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKPAID-FS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO WS-REFCHK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-CHECK-NUMBER
               ALTERNATE RECORD KEY IS RCK-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS REFCHK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-PAID-FILE.
       01 CHECK-PAID-RECORD.
           05 CPD-CHECK-NUMBER      PIC 9(8).
           05 CPD-AMOUNT            PIC 9(8)V99.
           05 CPD-PAID-DATE         PIC 9(8).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           COPY "REFCHKRC".

       WORKING-STORAGE SECTION.
       01 WS-CHKPAID-DSNAME         PIC X(40) VALUE "chkpaid.dat".
       01 WS-REFCHK-DSNAME          PIC X(40) VALUE "refchk.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CHKPAID-FS               PIC XX.
       01 REFCHK-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-PAID-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-CLEARED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-CHECK-AMOUNT          PIC 9(8)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT CHECK-PAID-FILE
           IF CHKPAID-FS NOT = "00"
               DISPLAY "REFCLEAR: UNABLE TO OPEN PAID-ITEMS FILE, "
                   "STATUS=" CHKPAID-FS
               STOP RUN
           END-IF

           OPEN I-O CHECK-REGISTER-FILE
           IF REFCHK-FS NOT = "00"
               DISPLAY "REFCLEAR: NO CHECK REGISTER ON FILE, STATUS="
                   REFCHK-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CHECK-PAID-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PAID-COUNT
                       PERFORM Clear-One-Check
               END-READ
           END-PERFORM

           CLOSE CHECK-PAID-FILE
           CLOSE CHECK-REGISTER-FILE

           DISPLAY "===== REFUND CHECK CLEARING SUMMARY ====="
           DISPLAY "PAID ITEMS READ  : " WS-PAID-COUNT
           DISPLAY "CHECKS CLEARED   : " WS-CLEARED-COUNT
           DISPLAY "EXCEPTIONS       : " WS-EXCEPTION-COUNT

           STOP RUN.

       *> A paid item must name an outstanding check for the same
       *> amount.  Anything else - an unknown number, a void, an
       *> amount that differs - is the bank's exception to chase,
       *> and the register is left alone.
       Clear-One-Check.
           MOVE CPD-CHECK-NUMBER TO RCK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "REFCLEAR: PAID CHECK NOT ON REGISTER="
                       CPD-CHECK-NUMBER
               NOT INVALID KEY
                   MOVE RCK-AMOUNT TO WS-CHECK-AMOUNT
                   EVALUATE TRUE
                       WHEN NOT RCK-ISSUED
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "REFCLEAR: PAID CHECK NOT "
                               "OUTSTANDING=" CPD-CHECK-NUMBER
                               " STATUS=" RCK-STATUS
                       WHEN WS-CHECK-AMOUNT NOT = CPD-AMOUNT
                           ADD 1 TO WS-EXCEPTION-COUNT
                           DISPLAY "REFCLEAR: PAID AMOUNT DIFFERS, "
                               "CHECK=" CPD-CHECK-NUMBER
                       WHEN OTHER
                           PERFORM MARK-CHECK-CLEARED
                   END-EVALUATE
           END-READ.

       MARK-CHECK-CLEARED.
           SET RCK-CLEARED TO TRUE
           MOVE CPD-PAID-DATE TO RCK-CLEARED-DATE
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "REFCLEAR: REGISTER REWRITE FAILED, CHECK="
                       CPD-CHECK-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-COUNT
           END-REWRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHKPAID-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHKPAID-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REFCHK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REFCHK-DSNAME
           END-IF.
