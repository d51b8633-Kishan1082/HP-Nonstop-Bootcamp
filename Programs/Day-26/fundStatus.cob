       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUND-FILE ASSIGN TO WS-FUND-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FND-KEY
               FILE STATUS IS FUND-FS.

           *> One line per fund for the fiscal year - budget, what
           *> AWDMAINT and AWDRENEW have committed against it, what is
           *> left, and how many awards it is carrying.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FUND-FILE.
       01 FUND-RECORD.
           COPY "FUNDRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FUND-DSNAME            PIC X(40) VALUE "awdfund.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "fundstat.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 FUND-FS                  PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The fiscal year reported (FUND-YEAR) - the business date's
       *> year when not given.
       01 WS-FUND-YEAR             PIC 9(4) VALUE ZERO.

       *> A fund with no reserve of its own on file is flagged when
       *> what remains falls below this percentage of its budget
       *> (FUND-RESERVE-PCT).
       01 WS-RESERVE-PCT           PIC 9(3)V9 VALUE 10.0.
       01 WS-RESERVE-PCT-EDIT      PIC ZZ9.9.

       01 WS-FUND-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-LOW-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-RECIPIENTS      PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-BUDGET          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-COMMITTED       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-DISBURSED       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-TOTAL-REMAINING       PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-REMAINING             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-RESERVE               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-LINE-FLAG             PIC X(7).
       01 WS-BUDGET-EDIT           PIC -Z,ZZZ,ZZ9.99.
       01 WS-COMMITTED-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01 WS-DISBURSED-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01 WS-REMAINING-EDIT        PIC -Z,ZZZ,ZZ9.99.
       01 WS-RECIPIENTS-EDIT       PIC ZZZZZ9.
       01 WS-TOTAL-EDIT-1          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-3          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-4          PIC -ZZZ,ZZZ,ZZ9.99.

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
           IF WS-FUND-YEAR = ZERO
               MOVE WS-RUN-DATE(1:4) TO WS-FUND-YEAR
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CODE DESCRIPTION                 BUDGET"
               "     COMMITTED     DISBURSED     REMAINING"
               " RECIPS FLAG"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT FUND-FILE
           IF FUND-FS NOT = "00"
               DISPLAY "FNDRPT: UNABLE TO OPEN AWARD FUND FILE, "
                   "STATUS=" FUND-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "FNDRPT: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ FUND-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FND-FISCAL-YEAR = WS-FUND-YEAR
                           PERFORM Print-One-Fund
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-THE-TOTALS

           CLOSE FUND-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== AWARD FUND STATUS - " WS-FUND-YEAR " ====="
           DISPLAY "FUNDS REPORTED    : " WS-FUND-COUNT
           DISPLAY "BELOW RESERVE     : " WS-LOW-COUNT
           DISPLAY "OVERCOMMITTED     : " WS-OVER-COUNT
           DISPLAY "RECIPIENTS        : " WS-TOTAL-RECIPIENTS
           DISPLAY "FNDRPT: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> OVER outranks RESERVE - a fund past its budget is below
       *> any reserve, and is the one the aid office must act on.
       Print-One-Fund.
           ADD 1 TO WS-FUND-COUNT
           COMPUTE WS-REMAINING = FND-BUDGET - FND-COMMITTED
           IF FND-RESERVE-AMOUNT > ZERO
               MOVE FND-RESERVE-AMOUNT TO WS-RESERVE
           ELSE
               COMPUTE WS-RESERVE ROUNDED =
                   FND-BUDGET * WS-RESERVE-PCT / 100
           END-IF
           MOVE SPACES TO WS-LINE-FLAG
           EVALUATE TRUE
               WHEN WS-REMAINING < ZERO
                   MOVE "OVER" TO WS-LINE-FLAG
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-REMAINING < WS-RESERVE
                   MOVE "RESERVE" TO WS-LINE-FLAG
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE

           ADD FND-BUDGET     TO WS-TOTAL-BUDGET
           ADD FND-COMMITTED  TO WS-TOTAL-COMMITTED
           ADD FND-DISBURSED  TO WS-TOTAL-DISBURSED
           ADD WS-REMAINING   TO WS-TOTAL-REMAINING
           ADD FND-RECIPIENTS TO WS-TOTAL-RECIPIENTS

           MOVE FND-BUDGET     TO WS-BUDGET-EDIT
           MOVE FND-COMMITTED  TO WS-COMMITTED-EDIT
           MOVE FND-DISBURSED  TO WS-DISBURSED-EDIT
           MOVE WS-REMAINING   TO WS-REMAINING-EDIT
           MOVE FND-RECIPIENTS TO WS-RECIPIENTS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING FND-AWARD-CODE " " FND-DESCRIPTION " "
               WS-BUDGET-EDIT " " WS-COMMITTED-EDIT " "
               WS-DISBURSED-EDIT " " WS-REMAINING-EDIT " "
               WS-RECIPIENTS-EDIT " " WS-LINE-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-THE-TOTALS.
           MOVE WS-TOTAL-BUDGET    TO WS-TOTAL-EDIT-1
           MOVE WS-TOTAL-COMMITTED TO WS-TOTAL-EDIT-2
           MOVE WS-TOTAL-DISBURSED TO WS-TOTAL-EDIT-3
           MOVE WS-TOTAL-REMAINING TO WS-TOTAL-EDIT-4
           MOVE WS-RESERVE-PCT     TO WS-RESERVE-PCT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL BUDGET    : " WS-TOTAL-EDIT-1
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL COMMITTED : " WS-TOTAL-EDIT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL DISBURSED : " WS-TOTAL-EDIT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TOTAL REMAINING : " WS-TOTAL-EDIT-4
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FUNDS " WS-FUND-COUNT
               "   RECIPIENTS " WS-TOTAL-RECIPIENTS
               "   BELOW RESERVE " WS-LOW-COUNT
               "   OVERCOMMITTED " WS-OVER-COUNT
               "   DEFAULT RESERVE " WS-RESERVE-PCT-EDIT "%"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
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
           STRING "AWARD FUND STATUS - FISCAL YEAR " WS-FUND-YEAR
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWDFUND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FUND-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FUNDSTAT-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FUND-YEAR"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-FUND-YEAR =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FUND-RESERVE-PCT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RESERVE-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
