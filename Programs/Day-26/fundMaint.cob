       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> "A" authorizes a fund for an award code and fiscal year,
           *> or changes an existing fund's budget, description and
           *> reserve - what has already been committed and disbursed
           *> against it is kept.  "D" deletes a fund keyed in error,
           *> but only while nothing is committed against it.
           SELECT FND-TRAN-FILE ASSIGN TO WS-FNDTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FNDTRAN-FS.

           SELECT FUND-FILE ASSIGN TO WS-FUND-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FND-KEY
               FILE STATUS IS FUND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FND-TRAN-FILE.
       01 FND-TRAN-RECORD.
           05 FDT-ACTION            PIC X(1).
           05 FDT-AWARD-CODE        PIC X(4).
           05 FDT-FISCAL-YEAR       PIC 9(4).
           05 FDT-BUDGET            PIC S9(7)V99 COMP-3.
           05 FDT-RESERVE-AMOUNT    PIC S9(7)V99 COMP-3.
           05 FDT-DESCRIPTION       PIC X(20).

       FD FUND-FILE.
       01 FUND-RECORD.
           COPY "FUNDRC".

       WORKING-STORAGE SECTION.
       01 WS-FNDTRAN-DSNAME         PIC X(40) VALUE "fndtran.dat".
       01 WS-FUND-DSNAME            PIC X(40) VALUE "awdfund.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 FNDTRAN-FS               PIC XX.
       01 FUND-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADDED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DELETED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-BUDGET-AMOUNT         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-COMMITTED-EDIT        PIC X(12).
       01 WS-BUDGET-EDIT           PIC X(12).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT FND-TRAN-FILE
           IF FNDTRAN-FS NOT = "00"
               DISPLAY "FNDMAINT: UNABLE TO OPEN FUND FEED, "
                   "STATUS=" FNDTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O FUND-FILE
           IF FUND-FS NOT = "00"
               OPEN OUTPUT FUND-FILE
               CLOSE FUND-FILE
               OPEN I-O FUND-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ FND-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Fund-Action
               END-READ
           END-PERFORM

           CLOSE FND-TRAN-FILE
           CLOSE FUND-FILE

           DISPLAY "===== AWARD FUND MAINTENANCE ====="
           DISPLAY "ACTIONS READ   : " WS-TRAN-COUNT
           DISPLAY "FUNDS ADDED    : " WS-ADDED-COUNT
           DISPLAY "FUNDS CHANGED  : " WS-CHANGED-COUNT
           DISPLAY "FUNDS DELETED  : " WS-DELETED-COUNT
           DISPLAY "REJECTED       : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Fund-Action.
           IF FDT-AWARD-CODE = SPACES
                   OR FDT-FISCAL-YEAR IS NOT NUMERIC
                   OR FDT-FISCAL-YEAR = ZERO
               DISPLAY "FNDMAINT: BAD CODE OR YEAR, CODE="
                   FDT-AWARD-CODE " YEAR=" FDT-FISCAL-YEAR
                   " - REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE FDT-AWARD-CODE  TO FND-AWARD-CODE
               MOVE FDT-FISCAL-YEAR TO FND-FISCAL-YEAR
               EVALUATE FDT-ACTION
                   WHEN "A" PERFORM Record-Fund
                   WHEN "D" PERFORM Delete-Fund
                   WHEN OTHER
                       DISPLAY "FNDMAINT: UNKNOWN ACTION " FDT-ACTION
                           " CODE=" FDT-AWARD-CODE
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

       *> A budget cut below what is already committed is refused -
       *> the awards are on file, and the fund would open the year
       *> already overspent.
       Record-Fund.
           READ FUND-FILE
               INVALID KEY
                   MOVE FDT-DESCRIPTION    TO FND-DESCRIPTION
                   MOVE FDT-BUDGET         TO FND-BUDGET
                   MOVE ZERO               TO FND-COMMITTED
                   MOVE ZERO               TO FND-DISBURSED
                   MOVE ZERO               TO FND-RECIPIENTS
                   MOVE FDT-RESERVE-AMOUNT TO FND-RESERVE-AMOUNT
                   MOVE WS-RUN-DATE        TO FND-LAST-CHANGED
                   WRITE FUND-RECORD
                       INVALID KEY
                           DISPLAY "FNDMAINT: WRITE FAILED, CODE="
                               FDT-AWARD-CODE " YEAR="
                               FDT-FISCAL-YEAR
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF FDT-BUDGET < FND-COMMITTED
                       CALL "CURREDIT" USING FND-COMMITTED
                           WS-COMMITTED-EDIT
                       MOVE FDT-BUDGET TO WS-BUDGET-AMOUNT
                       CALL "CURREDIT" USING WS-BUDGET-AMOUNT
                           WS-BUDGET-EDIT
                       DISPLAY "FNDMAINT: BUDGET " WS-BUDGET-EDIT
                           " BELOW COMMITTED " WS-COMMITTED-EDIT
                           ", CODE=" FDT-AWARD-CODE " YEAR="
                           FDT-FISCAL-YEAR " - REJECTED"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       IF FDT-DESCRIPTION NOT = SPACES
                           MOVE FDT-DESCRIPTION TO FND-DESCRIPTION
                       END-IF
                       MOVE FDT-BUDGET         TO FND-BUDGET
                       MOVE FDT-RESERVE-AMOUNT TO FND-RESERVE-AMOUNT
                       MOVE WS-RUN-DATE        TO FND-LAST-CHANGED
                       REWRITE FUND-RECORD
                           INVALID KEY
                               DISPLAY "FNDMAINT: REWRITE FAILED, "
                                   "CODE=" FDT-AWARD-CODE " YEAR="
                                   FDT-FISCAL-YEAR
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       Delete-Fund.
           READ FUND-FILE
               INVALID KEY
                   DISPLAY "FNDMAINT: FUND NOT ON FILE, CODE="
                       FDT-AWARD-CODE " YEAR=" FDT-FISCAL-YEAR
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF FND-COMMITTED NOT = ZERO
                           OR FND-RECIPIENTS NOT = ZERO
                       DISPLAY "FNDMAINT: FUND HAS AWARDS AGAINST IT,"
                           " CODE=" FDT-AWARD-CODE " YEAR="
                           FDT-FISCAL-YEAR " - NOT DELETED"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       DELETE FUND-FILE
                           INVALID KEY
                               DISPLAY "FNDMAINT: DELETE FAILED, "
                                   "CODE=" FDT-AWARD-CODE
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-DELETED-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FND-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FNDTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWDFUND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FUND-DSNAME
           END-IF.
