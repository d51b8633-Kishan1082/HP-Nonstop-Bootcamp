       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> "A" adds or replaces an account's budget for a fiscal
           *> month - month 00 spreads an annual figure evenly over
           *> the twelve months, the odd cents landing in month 12.
           *> "D" deletes a month keyed in error (month 00, the
           *> whole year).
           SELECT BUD-TRAN-FILE ASSIGN TO WS-BUDTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUDTRAN-FS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGT-KEY
               FILE STATUS IS BUDGET-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BUD-TRAN-FILE.
       01 BUD-TRAN-RECORD.
           05 BDT-ACTION            PIC X(1).
           05 BDT-GL-ACCOUNT        PIC X(6).
           05 BDT-FISCAL-YEAR       PIC 9(4).
           05 BDT-FISCAL-MONTH      PIC 9(2).
           05 BDT-NORMAL-BALANCE    PIC X(1).
           05 BDT-AMOUNT            PIC S9(7)V99 COMP-3.
           05 BDT-DESCRIPTION       PIC X(20).

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "BUDGETRC".

       WORKING-STORAGE SECTION.
       01 WS-BUDTRAN-DSNAME         PIC X(40) VALUE "budtran.dat".
       01 WS-BUDGET-DSNAME          PIC X(40) VALUE "budget.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 BUDTRAN-FS               PIC XX.
       01 BUDGET-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-MONTHS-WRITTEN        PIC 9(6) VALUE ZERO.
       01 WS-MONTHS-DELETED        PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.

       *> The annual spread: eleven even months and a twelfth that
       *> takes the rounding, so the months sum to the annual figure.
       01 WS-MONTH                 PIC 9(2) VALUE ZERO.
       01 WS-FIRST-MONTH           PIC 9(2) VALUE ZERO.
       01 WS-LAST-MONTH            PIC 9(2) VALUE ZERO.
       01 WS-MONTH-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-LAST-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-ACTION-OK             PIC X VALUE "Y".

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT BUD-TRAN-FILE
           IF BUDTRAN-FS NOT = "00"
               DISPLAY "BUDMAINT: UNABLE TO OPEN BUDGET FEED, "
                   "STATUS=" BUDTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O BUDGET-FILE
           IF BUDGET-FS NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ BUD-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Budget-Action
               END-READ
           END-PERFORM

           CLOSE BUD-TRAN-FILE
           CLOSE BUDGET-FILE

           DISPLAY "===== BUDGET MAINTENANCE ====="
           DISPLAY "ACTIONS READ   : " WS-TRAN-COUNT
           DISPLAY "APPLIED        : " WS-APPLIED-COUNT
           DISPLAY "MONTHS WRITTEN : " WS-MONTHS-WRITTEN
           DISPLAY "MONTHS DELETED : " WS-MONTHS-DELETED
           DISPLAY "REJECTED       : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Budget-Action.
           IF BDT-GL-ACCOUNT = SPACES
                   OR BDT-FISCAL-YEAR IS NOT NUMERIC
                   OR BDT-FISCAL-MONTH IS NOT NUMERIC
                   OR BDT-FISCAL-MONTH > 12
               DISPLAY "BUDMAINT: BAD ACCOUNT OR PERIOD, ACCOUNT="
                   BDT-GL-ACCOUNT " YEAR=" BDT-FISCAL-YEAR
                   " MONTH=" BDT-FISCAL-MONTH " - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF BDT-FISCAL-MONTH = ZERO
                   MOVE 1  TO WS-FIRST-MONTH
                   MOVE 12 TO WS-LAST-MONTH
               ELSE
                   MOVE BDT-FISCAL-MONTH TO WS-FIRST-MONTH
                   MOVE BDT-FISCAL-MONTH TO WS-LAST-MONTH
               END-IF
               EVALUATE BDT-ACTION
                   WHEN "A" PERFORM Record-Budget
                   WHEN "D" PERFORM Delete-Budget
                   WHEN OTHER
                       DISPLAY "BUDMAINT: UNKNOWN ACTION " BDT-ACTION
                           " ACCOUNT=" BDT-GL-ACCOUNT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

       Record-Budget.
           IF BDT-NORMAL-BALANCE NOT = "D"
                   AND BDT-NORMAL-BALANCE NOT = "C"
               DISPLAY "BUDMAINT: ACCOUNT " BDT-GL-ACCOUNT
                   " NEEDS NORMAL BALANCE D OR C - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF BDT-FISCAL-MONTH = ZERO
                   COMPUTE WS-MONTH-AMOUNT = BDT-AMOUNT / 12
                   COMPUTE WS-LAST-AMOUNT =
                       BDT-AMOUNT - WS-MONTH-AMOUNT * 11
               ELSE
                   MOVE BDT-AMOUNT TO WS-MONTH-AMOUNT
                   MOVE BDT-AMOUNT TO WS-LAST-AMOUNT
               END-IF
               MOVE "Y" TO WS-ACTION-OK
               PERFORM VARYING WS-MONTH FROM WS-FIRST-MONTH BY 1
                       UNTIL WS-MONTH > WS-LAST-MONTH
                   PERFORM WRITE-ONE-MONTH
               END-PERFORM
               IF WS-ACTION-OK = "Y"
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       WRITE-ONE-MONTH.
           MOVE BDT-GL-ACCOUNT     TO BGT-GL-ACCOUNT
           MOVE BDT-FISCAL-YEAR    TO BGT-FISCAL-YEAR
           MOVE WS-MONTH           TO BGT-FISCAL-MONTH
           MOVE BDT-DESCRIPTION    TO BGT-DESCRIPTION
           MOVE BDT-NORMAL-BALANCE TO BGT-NORMAL-BALANCE
           IF WS-MONTH = WS-LAST-MONTH
               MOVE WS-LAST-AMOUNT  TO BGT-AMOUNT
           ELSE
               MOVE WS-MONTH-AMOUNT TO BGT-AMOUNT
           END-IF
           MOVE WS-RUN-DATE        TO BGT-LAST-CHANGED
           WRITE BUDGET-RECORD
               INVALID KEY
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "BUDMAINT: REWRITE FAILED, "
                               "ACCOUNT=" BDT-GL-ACCOUNT
                               " MONTH=" WS-MONTH
                           MOVE "N" TO WS-ACTION-OK
                       NOT INVALID KEY
                           ADD 1 TO WS-MONTHS-WRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-MONTHS-WRITTEN
           END-WRITE.

       *> A whole-year delete skips months never loaded; a single
       *> month that is not on file is reported.
       Delete-Budget.
           MOVE "Y" TO WS-ACTION-OK
           PERFORM VARYING WS-MONTH FROM WS-FIRST-MONTH BY 1
                   UNTIL WS-MONTH > WS-LAST-MONTH
               MOVE BDT-GL-ACCOUNT  TO BGT-GL-ACCOUNT
               MOVE BDT-FISCAL-YEAR TO BGT-FISCAL-YEAR
               MOVE WS-MONTH        TO BGT-FISCAL-MONTH
               DELETE BUDGET-FILE
                   INVALID KEY
                       IF BDT-FISCAL-MONTH NOT = ZERO
                           DISPLAY "BUDMAINT: BUDGET NOT ON FILE, "
                               "ACCOUNT=" BDT-GL-ACCOUNT
                               " MONTH=" WS-MONTH
                           MOVE "N" TO WS-ACTION-OK
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-MONTHS-DELETED
               END-DELETE
           END-PERFORM
           IF WS-ACTION-OK = "Y"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUD-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BUDTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUDGET-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BUDGET-DSNAME
           END-IF.
