       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Every posting run's GLPOST segment - the actuals.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FS.

           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BGT-KEY
               FILE STATUS IS BUDGET-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT ACCOUNT-WORK ASSIGN TO "budrpt.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "GLJRNLRC".

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           COPY "BUDGETRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> The account table goes through a sort on its way to the
       *> report, so budgeted and unbudgeted accounts print in one
       *> account order.
       SD ACCOUNT-WORK.
       01 ACCOUNT-WORK-RECORD.
           05 AWK-ACCOUNT           PIC X(6).
           05 AWK-DESCRIPTION       PIC X(20).
           05 AWK-NORMAL            PIC X(1).
           05 AWK-BUDGETED          PIC X(1).
           05 AWK-MTD-NET           PIC S9(9)V99 COMP-3.
           05 AWK-YTD-NET           PIC S9(9)V99 COMP-3.
           05 AWK-MTD-BUDGET        PIC S9(9)V99 COMP-3.
           05 AWK-YTD-BUDGET        PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-DSNAME         PIC X(40) VALUE "gljrnl.dat".
       01 WS-BUDGET-DSNAME          PIC X(40) VALUE "budget.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "budvsact.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 JOURNAL-FS               PIC XX.
       01 BUDGET-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-BUDGET-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-BUDGET       VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The month reported (YYYYMM, REPORT-MONTH) - the business
       *> date's month when not given.  Year-to-date runs from
       *> fiscal month 01 of the same year.
       01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-REPORT-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-REPORT-MM             PIC 9(2) VALUE ZERO.
       01 WS-ENTRY-MONTH           PIC 9(6) VALUE ZERO.

       *> An account over budget by more than this percentage, for
       *> the month or the year to date, is flagged (BUDGET-TOLERANCE).
       01 WS-TOLERANCE-PCT         PIC 9(3)V9 VALUE 5.0.

       *> One row per GL account seen in the journal or the budget.
       01 WS-ACCT-MAX              PIC 9(4) VALUE 200.
       01 WS-ACCT-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-ACCT-IDX              PIC 9(4) VALUE ZERO.
       01 WS-ACCT-FOUND            PIC 9(4) VALUE ZERO.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ROW          OCCURS 200 TIMES.
               10 WS-ACT-ACCOUNT       PIC X(6).
               10 WS-ACT-DESCRIPTION   PIC X(20).
               10 WS-ACT-NORMAL        PIC X(1).
               10 WS-ACT-BUDGETED      PIC X(1).
               10 WS-ACT-MTD-NET       PIC S9(9)V99 COMP-3.
               10 WS-ACT-YTD-NET       PIC S9(9)V99 COMP-3.
               10 WS-ACT-MTD-BUDGET    PIC S9(9)V99 COMP-3.
               10 WS-ACT-YTD-BUDGET    PIC S9(9)V99 COMP-3.
       01 WS-LOOKUP-ACCOUNT        PIC X(6).

       *> Journal segment proof - a segment whose trailer count
       *> does not match its details is still reported, but called
       *> out, since the GL load will have refused it.
       01 WS-SEGMENT-DETAILS       PIC 9(6) VALUE ZERO.
       01 WS-SEGMENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-BAD-SEGMENT-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TABLE-FULL-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-SIGNED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.

       *> One period line at a time: actual and budget on the
       *> account's normal side.
       01 WS-PERIOD-LABEL          PIC X(6).
       01 WS-LINE-ACTUAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-LINE-BUDGET           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-LINE-VARIANCE         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-LINE-PCT              PIC S9(5)V9 COMP-3 VALUE ZERO.
       01 WS-LINE-FLAG             PIC X(6).
       01 WS-LINE-DESCRIPTION      PIC X(20).
       01 WS-ACTUAL-EDIT           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-BUDGET-EDIT           PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-VARIANCE-EDIT         PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PCT-EDIT              PIC -ZZZ9.9.
       01 WS-PCT-TEXT              PIC X(7).

       01 WS-ACCOUNTS-PRINTED      PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-UNBUDGETED-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-ACCOUNT-OVER          PIC X VALUE "N".

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
           COMPUTE WS-REPORT-YEAR = WS-REPORT-MONTH / 100
           COMPUTE WS-REPORT-MM =
               WS-REPORT-MONTH - WS-REPORT-YEAR * 100

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ACCOUNT PERIOD         ACTUAL          BUDGET"
               "        VARIANCE      PCT  FLAG    DESCRIPTION"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FS NOT = "00"
               DISPLAY "BUDRPT: UNABLE TO OPEN JOURNAL EXTRACT, "
                   "STATUS=" JOURNAL-FS
               STOP RUN
           END-IF

           OPEN INPUT BUDGET-FILE
           IF BUDGET-FS = "00"
               SET WS-HAVE-BUDGET TO TRUE
           ELSE
               DISPLAY "BUDRPT: NO BUDGET ON FILE - ACTUALS ONLY"
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "BUDRPT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           IF WS-HAVE-BUDGET
               PERFORM LOAD-THE-BUDGET
           END-IF
           PERFORM SUM-THE-JOURNAL

           SORT ACCOUNT-WORK
               ON ASCENDING KEY AWK-ACCOUNT
               INPUT PROCEDURE IS RELEASE-THE-ACCOUNTS
               OUTPUT PROCEDURE IS PRINT-THE-ACCOUNTS

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACCOUNTS " WS-ACCOUNTS-PRINTED
               "   OVER BUDGET BY MORE THAN " WS-TOLERANCE-PCT
               "%: " WS-OVER-COUNT
               "   UNBUDGETED: " WS-UNBUDGETED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           IF WS-BAD-SEGMENT-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** " WS-BAD-SEGMENT-COUNT
                   " JOURNAL SEGMENT(S) DID NOT PROVE TO THEIR "
                   "TRAILERS - ACTUALS INCLUDE THEM ***"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE JOURNAL-FILE
           IF WS-HAVE-BUDGET
               CLOSE BUDGET-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== BUDGET VS ACTUAL - " WS-REPORT-MONTH
               " ====="
           DISPLAY "JOURNAL SEGMENTS  : " WS-SEGMENT-COUNT
           DISPLAY "SEGMENTS UNPROVEN : " WS-BAD-SEGMENT-COUNT
           DISPLAY "DETAILS READ      : " WS-DETAIL-COUNT
           DISPLAY "ACCOUNTS          : " WS-ACCOUNTS-PRINTED
           DISPLAY "OVER BUDGET       : " WS-OVER-COUNT
           DISPLAY "UNBUDGETED        : " WS-UNBUDGETED-COUNT
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY "BUDRPT: ACCOUNT TABLE FULL - "
                   WS-TABLE-FULL-COUNT " ENTRIES LEFT OUT"
           END-IF
           DISPLAY "BUDRPT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> The report year's budget months through the report month;
       *> the key order reads each account's months together.
       LOAD-THE-BUDGET.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ BUDGET-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BGT-FISCAL-YEAR = WS-REPORT-YEAR
                           AND BGT-FISCAL-MONTH NOT > WS-REPORT-MM
                           PERFORM ADD-BUDGET-MONTH
                       END-IF
               END-READ
           END-PERFORM.

       ADD-BUDGET-MONTH.
           MOVE BGT-GL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM FIND-THE-ACCOUNT
           IF WS-ACCT-FOUND NOT = ZERO
               MOVE "Y" TO WS-ACT-BUDGETED(WS-ACCT-FOUND)
               MOVE BGT-NORMAL-BALANCE
                   TO WS-ACT-NORMAL(WS-ACCT-FOUND)
               MOVE BGT-DESCRIPTION
                   TO WS-ACT-DESCRIPTION(WS-ACCT-FOUND)
               ADD BGT-AMOUNT TO WS-ACT-YTD-BUDGET(WS-ACCT-FOUND)
               IF BGT-FISCAL-MONTH = WS-REPORT-MM
                   ADD BGT-AMOUNT
                       TO WS-ACT-MTD-BUDGET(WS-ACCT-FOUND)
               END-IF
           END-IF.

       *> Details carry their posting run's business date; the
       *> net is kept debits-less-credits and turned to the
       *> account's normal side only when printed.
       SUM-THE-JOURNAL.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN JRN-HEADER
                               ADD 1 TO WS-SEGMENT-COUNT
                               MOVE ZERO TO WS-SEGMENT-DETAILS
                           WHEN JRN-DETAIL
                               ADD 1 TO WS-SEGMENT-DETAILS
                               PERFORM ADD-JOURNAL-DETAIL
                           WHEN JRN-TRAILER
                               IF JRN-TRL-REC-COUNT
                                       NOT = WS-SEGMENT-DETAILS
                                   ADD 1 TO WS-BAD-SEGMENT-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       ADD-JOURNAL-DETAIL.
           COMPUTE WS-ENTRY-MONTH = JRN-DTL-RUN-DATE / 100
           IF WS-ENTRY-MONTH NOT > WS-REPORT-MONTH
               AND JRN-DTL-RUN-DATE(1:4) = WS-REPORT-YEAR
               ADD 1 TO WS-DETAIL-COUNT
               IF JRN-DTL-CREDIT
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - JRN-DTL-AMOUNT
               ELSE
                   MOVE JRN-DTL-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               MOVE JRN-DTL-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-THE-ACCOUNT
               IF WS-ACCT-FOUND NOT = ZERO
                   ADD WS-SIGNED-AMOUNT
                       TO WS-ACT-YTD-NET(WS-ACCT-FOUND)
                   IF WS-ENTRY-MONTH = WS-REPORT-MONTH
                       ADD WS-SIGNED-AMOUNT
                           TO WS-ACT-MTD-NET(WS-ACCT-FOUND)
                   END-IF
               END-IF
           END-IF.

       *> Finds the account's row, adding one when it is new;
       *> WS-ACCT-FOUND is zero only when the table is full.
       FIND-THE-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                      OR WS-ACCT-FOUND NOT = ZERO
               IF WS-ACT-ACCOUNT(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-ACCT-IDX TO WS-ACCT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND = ZERO
               IF WS-ACCT-COUNT < WS-ACCT-MAX
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND
                   MOVE WS-LOOKUP-ACCOUNT
                       TO WS-ACT-ACCOUNT(WS-ACCT-FOUND)
                   MOVE SPACES TO WS-ACT-DESCRIPTION(WS-ACCT-FOUND)
                   MOVE "D" TO WS-ACT-NORMAL(WS-ACCT-FOUND)
                   MOVE "N" TO WS-ACT-BUDGETED(WS-ACCT-FOUND)
                   MOVE ZERO TO WS-ACT-MTD-NET(WS-ACCT-FOUND)
                       WS-ACT-YTD-NET(WS-ACCT-FOUND)
                       WS-ACT-MTD-BUDGET(WS-ACCT-FOUND)
                       WS-ACT-YTD-BUDGET(WS-ACCT-FOUND)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       RELEASE-THE-ACCOUNTS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACT-ACCOUNT(WS-ACCT-IDX)     TO AWK-ACCOUNT
               MOVE WS-ACT-DESCRIPTION(WS-ACCT-IDX)
                   TO AWK-DESCRIPTION
               MOVE WS-ACT-NORMAL(WS-ACCT-IDX)      TO AWK-NORMAL
               MOVE WS-ACT-BUDGETED(WS-ACCT-IDX)    TO AWK-BUDGETED
               MOVE WS-ACT-MTD-NET(WS-ACCT-IDX)     TO AWK-MTD-NET
               MOVE WS-ACT-YTD-NET(WS-ACCT-IDX)     TO AWK-YTD-NET
               MOVE WS-ACT-MTD-BUDGET(WS-ACCT-IDX)  TO AWK-MTD-BUDGET
               MOVE WS-ACT-YTD-BUDGET(WS-ACCT-IDX)  TO AWK-YTD-BUDGET
               RELEASE ACCOUNT-WORK-RECORD
           END-PERFORM.

       PRINT-THE-ACCOUNTS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ACCOUNT-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Account
               END-RETURN
           END-PERFORM.

       *> Two lines per account - the month, then the year to date.
       *> An account with activity and no budget prints debit-
       *> normal and is counted as unbudgeted.
       Print-One-Account.
           ADD 1 TO WS-ACCOUNTS-PRINTED
           MOVE "N" TO WS-ACCOUNT-OVER
           IF AWK-BUDGETED NOT = "Y"
               ADD 1 TO WS-UNBUDGETED-COUNT
               MOVE "*** NOT BUDGETED ***" TO WS-LINE-DESCRIPTION
           ELSE
               MOVE AWK-DESCRIPTION TO WS-LINE-DESCRIPTION
           END-IF

           MOVE "MONTH " TO WS-PERIOD-LABEL
           MOVE AWK-MTD-NET    TO WS-LINE-ACTUAL
           MOVE AWK-MTD-BUDGET TO WS-LINE-BUDGET
           PERFORM PRINT-PERIOD-LINE

           MOVE "YTD   " TO WS-PERIOD-LABEL
           MOVE AWK-YTD-NET    TO WS-LINE-ACTUAL
           MOVE AWK-YTD-BUDGET TO WS-LINE-BUDGET
           MOVE SPACES TO WS-LINE-DESCRIPTION
           PERFORM PRINT-PERIOD-LINE

           IF WS-ACCOUNT-OVER = "Y"
               ADD 1 TO WS-OVER-COUNT
           END-IF.

       PRINT-PERIOD-LINE.
           IF AWK-NORMAL = "C"
               COMPUTE WS-LINE-ACTUAL = ZERO - WS-LINE-ACTUAL
           END-IF
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-LINE-BUDGET = ZERO
               MOVE "    N/A" TO WS-PCT-TEXT
               IF WS-LINE-ACTUAL > ZERO
                   MOVE "OVER" TO WS-LINE-FLAG
               END-IF
           ELSE
               COMPUTE WS-LINE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-LINE-PCT
               END-COMPUTE
               MOVE WS-LINE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
               IF WS-LINE-BUDGET > ZERO
                   AND WS-LINE-PCT > WS-TOLERANCE-PCT
                   MOVE "OVER" TO WS-LINE-FLAG
               END-IF
           END-IF
           IF WS-LINE-FLAG NOT = SPACES
               MOVE "Y" TO WS-ACCOUNT-OVER
           END-IF

           MOVE WS-LINE-ACTUAL   TO WS-ACTUAL-EDIT
           MOVE WS-LINE-BUDGET   TO WS-BUDGET-EDIT
           MOVE WS-LINE-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PERIOD-LABEL = "MONTH "
               STRING AWK-ACCOUNT "  " WS-PERIOD-LABEL
                   WS-ACTUAL-EDIT " " WS-BUDGET-EDIT " "
                   WS-VARIANCE-EDIT "  " WS-PCT-TEXT "  "
                   WS-LINE-FLAG "  " WS-LINE-DESCRIPTION
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "        " WS-PERIOD-LABEL
                   WS-ACTUAL-EDIT " " WS-BUDGET-EDIT " "
                   WS-VARIANCE-EDIT "  " WS-PCT-TEXT "  "
                   WS-LINE-FLAG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

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
           STRING "BUDGET VS ACTUAL - MONTH " WS-REPORT-MONTH
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLJRNL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOURNAL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUDGET-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-BUDGET-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUDVSACT-RPT"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUDGET-TOLERANCE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TOLERANCE-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
