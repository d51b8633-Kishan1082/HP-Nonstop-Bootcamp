               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           *> The scholarship funds renewals are committed against.
           *> A renewal the fund cannot cover is pended to the review
           *> list instead of written.
           SELECT FUND-FILE ASSIGN TO WS-FUND-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FND-KEY
               FILE STATUS IS FUND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-HISTORY-FILE.
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       FD FUND-FILE.
       01 FUND-RECORD.
           COPY "FUNDRC".

       WORKING-STORAGE SECTION.
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 WS-CRITERIA-DSNAME        PIC X(40) VALUE "awdcrit.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "awdrenew.rpt".
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-FUND-DSNAME            PIC X(40) VALUE "awdfund.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TH-FS                    PIC XX.
       01 CRITERIA-FS              PIC XX.
       01 PRINT-FS                 PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 FUND-FS                  PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT-EDIT           PIC X(12).

       *> Fund cap check - a renewal is charged to its code's fund
       *> for the year it is written in, the grant date AWDMAINT
       *> releases it against on a revoke.
       01 WS-FUND-ON-FILE          PIC X VALUE "N".
           88 WS-HAVE-FUNDS        VALUE "Y".
       01 WS-FUND-YEAR             PIC 9(4) VALUE ZERO.
       01 WS-FUND-REMAINING        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-FUND-SHORTFALL        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-PENDED-COUNT          PIC 9(6) VALUE ZERO.

       *> The criteria table - one slot per award code ruled on.
       01 WS-CRIT-TABLE.
           05 WS-CRT-ENTRY OCCURS 20 TIMES.
               STOP RUN
           END-IF

           OPEN I-O FUND-FILE
           IF FUND-FS = "00"
               SET WS-HAVE-FUNDS TO TRUE
           ELSE
               DISPLAY "AWDRENEW: NO AWARD FUND FILE - RENEWALS ARE "
                   "NOT CAPPED"
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-FUND-YEAR

           OPEN OUTPUT PRINT-FILE

           PERFORM UNTIL WS-EOF = "Y"
           CLOSE TERM-HISTORY-FILE
           CLOSE AWARD-FILE
           CLOSE PRINT-FILE
           IF WS-HAVE-FUNDS
               CLOSE FUND-FILE
           END-IF

           DISPLAY "===== AWARD RENEWAL RUN - TERM "
               WS-CLOSED-TERM " -> " WS-NEXT-TERM " ====="
           DISPLAY "AWARDS RENEWED   : " WS-RENEWED-COUNT
           DISPLAY "NOT RENEWED      : " WS-DENIED-COUNT
           DISPLAY "PENDED - FUNDS   : " WS-PENDED-COUNT
           DISPLAY "AWDRENEW: REVIEW LIST SPOOLED TO "
               WS-PRINT-DSNAME

               WHEN WS-TERM-GPA < WS-THIS-MIN
                   PERFORM PRINT-DENIAL-GPA
               WHEN OTHER
                   PERFORM RENEW-WITHIN-FUND
           END-EVALUATE.

       *> A next-term row already on file is a rerun - its fund was
       *> charged the first time, so it is rewritten uncharged and
       *> keeps the disbursed flag it was read with.  A new row is
       *> committed against its fund but not yet paid.
       RENEW-WITHIN-FUND.
           MOVE TH-STUDENT-ID TO AWD-STUDENT-ID
           MOVE WS-AWT-CODE (WS-AWT-SUB) TO AWD-AWARD-CODE
           MOVE WS-NEXT-TERM  TO AWD-TERM
           READ AWARD-FILE
               INVALID KEY
                   SET AWD-NOT-DISBURSED TO TRUE
                   IF WS-HAVE-FUNDS
                       PERFORM CHARGE-THE-FUND
                   ELSE
                       PERFORM WRITE-RENEWAL
                   END-IF
               NOT INVALID KEY
                   PERFORM WRITE-RENEWAL
           END-READ.

       CHARGE-THE-FUND.
           MOVE WS-AWT-CODE (WS-AWT-SUB) TO FND-AWARD-CODE
           MOVE WS-FUND-YEAR TO FND-FISCAL-YEAR
           READ FUND-FILE
               INVALID KEY
                   PERFORM PRINT-PENDED-NO-FUND
               NOT INVALID KEY
                   COMPUTE WS-FUND-REMAINING =
                       FND-BUDGET - FND-COMMITTED
                   IF WS-AWT-AMOUNT (WS-AWT-SUB) > WS-FUND-REMAINING
                       PERFORM PRINT-PENDED-SHORT
                   ELSE
                       PERFORM WRITE-RENEWAL
                       IF AWARD-FS = "00"
                           ADD WS-AWT-AMOUNT (WS-AWT-SUB)
                               TO FND-COMMITTED
                           ADD 1 TO FND-RECIPIENTS
                           MOVE WS-RUN-DATE TO FND-LAST-CHANGED
                           REWRITE FUND-RECORD
                               INVALID KEY
                                   DISPLAY "AWDRENEW: FUND REWRITE "
                                       "FAILED, CODE=" FND-AWARD-CODE
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       FIND-THE-MINIMUM.
           MOVE WS-MIN-GPA TO WS-THIS-MIN
           PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-PENDED-NO-FUND.
           ADD 1 TO WS-PENDED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ID " TH-STUDENT-ID " " TH-STUDENT-NAME
               " " WS-AWT-CODE (WS-AWT-SUB)
               " PENDED - NO FUND AUTHORIZED FOR " WS-FUND-YEAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-PENDED-SHORT.
           ADD 1 TO WS-PENDED-COUNT
           COMPUTE WS-FUND-SHORTFALL =
               WS-AWT-AMOUNT (WS-AWT-SUB) - WS-FUND-REMAINING
           CALL "CURREDIT" USING WS-FUND-SHORTFALL WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ID " TH-STUDENT-ID " " TH-STUDENT-NAME
               " " WS-AWT-CODE (WS-AWT-SUB)
               " PENDED - FUND SHORT BY " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-DENIAL-GPA.
           ADD 1 TO WS-DENIED-COUNT
           MOVE WS-TERM-GPA TO WS-GPA-DISPLAY
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWDFUND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FUND-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWDRENEW-MINGPA"
           IF WS-ENV-OVERRIDE NOT = SPACES
