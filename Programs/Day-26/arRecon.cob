       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           *> Every GLPOST segment ever appended - the receivables
           *> control account is built up from its AR details.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FS.

           *> AUDITWR's before/after images carry the balance each
           *> program actually moved - the subledger side of the
           *> month's by-program breakdown.  Optional: without it
           *> the breakdown shows the GL side only.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "GLJRNLRC".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY "AUDITRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-JOURNAL-DSNAME         PIC X(40) VALUE "gljrnl.dat".
       01 WS-AUDIT-DSNAME           PIC X(40) VALUE "audit.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "arrecon.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 JOURNAL-FS               PIC XX.
       01 AUDIT-FS                 PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-AUDIT-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-AUDIT        VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The month broken down by program (YYYYMM, REPORT-MONTH) -
       *> the business date's month when not given.
       01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-MONTH           PIC 9(6) VALUE ZERO.

       *> The receivables control account, and what it stood at
       *> before the journal extract began (AR-OPENING-BALANCE) -
       *> zero for a site whose extract goes back to its first
       *> posting.
       01 WS-AR-ACCOUNT            PIC X(6) VALUE "AR".
       01 WS-AR-OPENING            PIC S9(9)V99 COMP-3 VALUE ZERO.

       *> The three figures, and their differences.
       01 WS-MASTER-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ITEM-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-GL-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-DIFF-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-STUDENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ITEM-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-AR-DETAIL-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-CHECK-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-AGREED-COUNT          PIC 9(6) VALUE ZERO.

       *> The month by source program: the AR net each run
       *> journaled against the balance change it made on the
       *> master.  The posting runs are seeded so they always
       *> print; any other program that moved either side is
       *> added as it turns up.
       01 WS-SRC-MAX               PIC 9(3) VALUE 50.
       01 WS-SRC-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-SRC-IDX               PIC 9(3) VALUE ZERO.
       01 WS-SRC-FOUND             PIC 9(3) VALUE ZERO.
       01 WS-SRC-TABLE.
           05 WS-SRC-ROW           OCCURS 50 TIMES.
               10 WS-SRC-PROGRAM       PIC X(9).
               10 WS-SRC-GL-NET        PIC S9(9)V99 COMP-3.
               10 WS-SRC-SUB-NET       PIC S9(9)V99 COMP-3.
       01 WS-LOOKUP-PROGRAM        PIC X(9).
       01 WS-SRC-FULL-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-MONTH-GL-NET          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-MONTH-SUB-NET         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-SIGNED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.

       *> A student image as AUDITWR keeps it - the balance sits
       *> after the ID, name, class, and status.
       01 WS-IMAGE.
           05 FILLER               PIC X(30).
           05 WS-IMG-BALANCE       PIC S9(5)V99 COMP-3.
           05 FILLER               PIC X(27).
       01 WS-BEFORE-BALANCE        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-AFTER-BALANCE         PIC S9(7)V99 COMP-3 VALUE ZERO.

       01 WS-LABEL                 PIC X(34).
       01 WS-AMOUNT-A              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT-B              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-EDIT-A                PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-B                PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DIFF             PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-VERDICT               PIC X(12).

       *> BALWRITE call arguments - the reconciliation reports the
       *> comparisons it made and how many agreed; BALCHECK fails
       *> the night when the two differ.
       01 WS-BAL-PROGRAM           PIC X(10) VALUE "ARRECON".
       01 WS-BAL-LINK              PIC X(12).
       01 WS-BAL-COUNT             PIC 9(6).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
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
           IF WS-REPORT-MONTH = ZERO
               COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ARRECON: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               DISPLAY "ARRECON: NO CHARGE LEDGER ON FILE, STATUS="
                   CHARGE-FS
               STOP RUN
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FS NOT = "00"
               DISPLAY "ARRECON: UNABLE TO OPEN JOURNAL EXTRACT, "
                   "STATUS=" JOURNAL-FS
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FS = "00"
               SET WS-HAVE-AUDIT TO TRUE
           ELSE
               DISPLAY "ARRECON: NO AUDIT TRAIL - BREAKDOWN SHOWS "
                   "THE GL SIDE ONLY"
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "ARRECON: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           MOVE "CHGPOST"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE
           MOVE "PAYPOST"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE
           MOVE "LATEFEE"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE
           MOVE "REFPOST"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE
           MOVE "NSFPOST"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE
           MOVE "ADJAPPR"  TO WS-LOOKUP-PROGRAM
           PERFORM FIND-THE-SOURCE

           PERFORM SUM-THE-MASTER
           PERFORM SUM-THE-OPEN-ITEMS
           PERFORM SUM-THE-JOURNAL
           IF WS-HAVE-AUDIT
               PERFORM SUM-THE-AUDIT-TRAIL
           END-IF

           PERFORM PRINT-THE-FIGURES
           PERFORM PRINT-THE-BREAKDOWN

           CLOSE STUDENT-FILE
           CLOSE CHARGE-FILE
           CLOSE JOURNAL-FILE
           IF WS-HAVE-AUDIT
               CLOSE AUDIT-FILE
           END-IF
           CLOSE PRINT-FILE

           MOVE "AR-CHECKS   " TO WS-BAL-LINK
           MOVE WS-CHECK-COUNT TO WS-BAL-COUNT
           CALL "BALWRITE" USING WS-BAL-PROGRAM WS-BAL-LINK
               WS-BAL-COUNT
           MOVE "AR-AGREED   " TO WS-BAL-LINK
           MOVE WS-AGREED-COUNT TO WS-BAL-COUNT
           CALL "BALWRITE" USING WS-BAL-PROGRAM WS-BAL-LINK
               WS-BAL-COUNT

           DISPLAY "===== RECEIVABLES RECONCILIATION - "
               WS-REPORT-MONTH " ====="
           DISPLAY "STUDENTS READ    : " WS-STUDENT-COUNT
           DISPLAY "OPEN ITEMS       : " WS-ITEM-COUNT
           DISPLAY "AR JOURNAL LINES : " WS-AR-DETAIL-COUNT
           DISPLAY "AUDIT RECORDS    : " WS-AUDIT-COUNT
           DISPLAY "COMPARISONS      : " WS-CHECK-COUNT
           DISPLAY "AGREED           : " WS-AGREED-COUNT
           IF WS-AGREED-COUNT = WS-CHECK-COUNT
               DISPLAY "ARRECON: SUBLEDGER AGREES WITH GL CONTROL"
           ELSE
               DISPLAY "*** ARRECON: OUT OF BALANCE - SEE "
                   "BREAKDOWN IN " WS-PRINT-DSNAME " ***"
           END-IF
           IF WS-SRC-FULL-COUNT > ZERO
               DISPLAY "ARRECON: SOURCE TABLE FULL - "
                   WS-SRC-FULL-COUNT " ENTRIES LEFT OUT"
           END-IF
           DISPLAY "ARRECON: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       SUM-THE-MASTER.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-STUDENT-COUNT
                       IF STUDENT-TUITION-BALANCE IS NUMERIC
                           ADD STUDENT-TUITION-BALANCE
                               TO WS-MASTER-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       *> Open items only - settled items are out of the balance,
       *> and written-off items went to BADDBT.  A disputed item is
       *> still open and still owed.
       SUM-THE-OPEN-ITEMS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CHG-OPEN
                           ADD 1 TO WS-ITEM-COUNT
                           ADD CHG-AMOUNT TO WS-ITEM-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       *> The whole extract builds the control balance; the report
       *> month's lines are also credited to their source program.
       SUM-THE-JOURNAL.
           MOVE WS-AR-OPENING TO WS-GL-TOTAL
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF JRN-DETAIL
                           AND JRN-DTL-ACCOUNT = WS-AR-ACCOUNT
                           PERFORM ADD-AR-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       ADD-AR-DETAIL.
           ADD 1 TO WS-AR-DETAIL-COUNT
           IF JRN-DTL-CREDIT
               COMPUTE WS-SIGNED-AMOUNT = ZERO - JRN-DTL-AMOUNT
           ELSE
               MOVE JRN-DTL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-GL-TOTAL
           COMPUTE WS-ENTRY-MONTH = JRN-DTL-RUN-DATE / 100
           IF WS-ENTRY-MONTH = WS-REPORT-MONTH
               MOVE JRN-DTL-SOURCE-PGM TO WS-LOOKUP-PROGRAM
               PERFORM FIND-THE-SOURCE
               IF WS-SRC-FOUND NOT = ZERO
                   ADD WS-SIGNED-AMOUNT
                       TO WS-SRC-GL-NET(WS-SRC-FOUND)
               END-IF
               ADD WS-SIGNED-AMOUNT TO WS-MONTH-GL-NET
           END-IF.

       *> Each audited master change in the month moved the balance
       *> by after less before; a new record's before side is
       *> spaces, a zero balance.
       SUM-THE-AUDIT-TRAIL.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-ENTRY-MONTH = AUD-RUN-DATE / 100
                       IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                           PERFORM ADD-AUDIT-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-AUDIT-CHANGE.
           ADD 1 TO WS-AUDIT-COUNT
           MOVE ZERO TO WS-BEFORE-BALANCE WS-AFTER-BALANCE
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO WS-IMAGE
               IF WS-IMG-BALANCE IS NUMERIC
                   MOVE WS-IMG-BALANCE TO WS-BEFORE-BALANCE
               END-IF
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE AUD-AFTER-IMAGE TO WS-IMAGE
               IF WS-IMG-BALANCE IS NUMERIC
                   MOVE WS-IMG-BALANCE TO WS-AFTER-BALANCE
               END-IF
           END-IF
           COMPUTE WS-SIGNED-AMOUNT =
               WS-AFTER-BALANCE - WS-BEFORE-BALANCE
           IF WS-SIGNED-AMOUNT NOT = ZERO
               MOVE AUD-PROGRAM TO WS-LOOKUP-PROGRAM
               PERFORM FIND-THE-SOURCE
               IF WS-SRC-FOUND NOT = ZERO
                   ADD WS-SIGNED-AMOUNT
                       TO WS-SRC-SUB-NET(WS-SRC-FOUND)
               END-IF
               ADD WS-SIGNED-AMOUNT TO WS-MONTH-SUB-NET
           END-IF.

       *> Finds the program's row, adding one when it is new;
       *> WS-SRC-FOUND is zero only when the table is full.
       FIND-THE-SOURCE.
           MOVE ZERO TO WS-SRC-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-FOUND NOT = ZERO
               IF WS-SRC-PROGRAM(WS-SRC-IDX) = WS-LOOKUP-PROGRAM
                   MOVE WS-SRC-IDX TO WS-SRC-FOUND
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND = ZERO
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND
                   MOVE WS-LOOKUP-PROGRAM
                       TO WS-SRC-PROGRAM(WS-SRC-FOUND)
                   MOVE ZERO TO WS-SRC-GL-NET(WS-SRC-FOUND)
                       WS-SRC-SUB-NET(WS-SRC-FOUND)
               ELSE
                   ADD 1 TO WS-SRC-FULL-COUNT
               END-IF
           END-IF.

       *> The three balances, then each pair compared.  Every pair
       *> that agrees to the cent counts toward AR-AGREED.
       PRINT-THE-FIGURES.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "COMPARISON                                  "
               "FIRST          SECOND      DIFFERENCE  RESULT"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-MASTER-TOTAL TO WS-EDIT-A
           STRING "STUDENT MASTER BALANCES           " WS-EDIT-A
               "   (" WS-STUDENT-COUNT " STUDENTS)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ITEM-TOTAL TO WS-EDIT-A
           STRING "OPEN ITEMS ON CHARGE LEDGER       " WS-EDIT-A
               "   (" WS-ITEM-COUNT " ITEMS)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-GL-TOTAL TO WS-EDIT-A
           STRING "GL CONTROL ACCOUNT " WS-AR-ACCOUNT
               "         " WS-EDIT-A
               "   (" WS-AR-DETAIL-COUNT " LINES)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           MOVE "MASTER VS OPEN ITEMS" TO WS-LABEL
           MOVE WS-MASTER-TOTAL TO WS-AMOUNT-A
           MOVE WS-ITEM-TOTAL   TO WS-AMOUNT-B
           PERFORM PRINT-COMPARISON
           MOVE "MASTER VS GL CONTROL" TO WS-LABEL
           MOVE WS-MASTER-TOTAL TO WS-AMOUNT-A
           MOVE WS-GL-TOTAL     TO WS-AMOUNT-B
           PERFORM PRINT-COMPARISON
           MOVE "OPEN ITEMS VS GL CONTROL" TO WS-LABEL
           MOVE WS-ITEM-TOTAL   TO WS-AMOUNT-A
           MOVE WS-GL-TOTAL     TO WS-AMOUNT-B
           PERFORM PRINT-COMPARISON.

       PRINT-COMPARISON.
           ADD 1 TO WS-CHECK-COUNT
           COMPUTE WS-DIFF-AMOUNT = WS-AMOUNT-A - WS-AMOUNT-B
           IF WS-DIFF-AMOUNT = ZERO
               ADD 1 TO WS-AGREED-COUNT
               MOVE "AGREES" TO WS-VERDICT
           ELSE
               MOVE "*** OUT ***" TO WS-VERDICT
           END-IF
           PERFORM PRINT-PAIR-LINE.

       PRINT-PAIR-LINE.
           MOVE WS-AMOUNT-A    TO WS-EDIT-A
           MOVE WS-AMOUNT-B    TO WS-EDIT-B
           MOVE WS-DIFF-AMOUNT TO WS-EDIT-DIFF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LABEL WS-EDIT-A " " WS-EDIT-B " "
               WS-EDIT-DIFF "  " WS-VERDICT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The month's movement by program: GL AR net against the
       *> master balance change the same run made.  A program whose
       *> two sides differ is where an out-of-balance started.
       PRINT-THE-BREAKDOWN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "MONTH " WS-REPORT-MONTH
               " BY SOURCE PROGRAM          GL AR NET   "
               "MASTER CHANGE      DIFFERENCE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE SPACES TO WS-LABEL
               STRING "  " WS-SRC-PROGRAM(WS-SRC-IDX)
                   DELIMITED BY SIZE INTO WS-LABEL
               MOVE WS-SRC-GL-NET(WS-SRC-IDX)  TO WS-AMOUNT-A
               MOVE WS-SRC-SUB-NET(WS-SRC-IDX) TO WS-AMOUNT-B
               COMPUTE WS-DIFF-AMOUNT = WS-AMOUNT-A - WS-AMOUNT-B
               IF WS-DIFF-AMOUNT = ZERO
                   MOVE SPACES TO WS-VERDICT
               ELSE
                   MOVE "*** OUT ***" TO WS-VERDICT
               END-IF
               PERFORM PRINT-PAIR-LINE
           END-PERFORM
           MOVE "  MONTH TOTAL" TO WS-LABEL
           MOVE WS-MONTH-GL-NET  TO WS-AMOUNT-A
           MOVE WS-MONTH-SUB-NET TO WS-AMOUNT-B
           COMPUTE WS-DIFF-AMOUNT = WS-AMOUNT-A - WS-AMOUNT-B
           IF WS-DIFF-AMOUNT = ZERO
               MOVE SPACES TO WS-VERDICT
           ELSE
               MOVE "*** OUT ***" TO WS-VERDICT
           END-IF
           PERFORM PRINT-PAIR-LINE.

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
           STRING "RECEIVABLES RECONCILIATION"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLJRNL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOURNAL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDIT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ARRECON-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-MONTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-MONTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AR-OPENING-BALANCE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-AR-OPENING =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
