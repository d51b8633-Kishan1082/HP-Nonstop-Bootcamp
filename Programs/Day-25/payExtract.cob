       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Walked in EMP-ID order, once; DYNAMIC only so a
           *> terminated employee's final-pay date can be stamped
           *> back on the record as it goes out.
           SELECT PAY-RATE-FILE ASSIGN TO WS-PAYRATE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMP-ID
               FILE STATUS IS PAYRATE-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           *> LEAVEMNT's day-by-day absence rows carry the leave type,
           *> the days drawn and the part that went past the balance.
           SELECT STAFF-ABSENCE-FILE ASSIGN TO WS-STFABS-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS STFABS-FS.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           COPY "PAYRTRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD STAFF-ABSENCE-FILE.
       01 STAFF-ABSENCE-RECORD.
           COPY "STFABSRC".

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           COPY "PAYEXTRC".

       WORKING-STORAGE SECTION.
       01 WS-PAYRATE-DSNAME         PIC X(40) VALUE "payrate.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-STFABS-DSNAME          PIC X(40) VALUE "stfabs.idx".
       01 WS-EXTRACT-DSNAME         PIC X(40) VALUE "payext.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PAYRATE-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 STFABS-FS                PIC XX.
       01 EXTRACT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The pay period - ending on the business date and running
       *> back two weeks unless payroll names the dates.
       01 WS-PERIOD-START          PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END            PIC 9(8) VALUE ZERO.
       01 WS-DAY-INT               PIC 9(8) VALUE ZERO.

       *> Leave drawn in the period, one slot per EMP-ID (employee
       *> IDs run 100-899, so the ID is the subscript).
       01 WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 999 TIMES.
               10 WS-LV-VACATION    PIC 9(2)V99.
               10 WS-LV-SICK        PIC 9(2)V99.
               10 WS-LV-PERSONAL    PIC 9(2)V99.
               10 WS-LV-UNPAID      PIC 9(2)V99.
       01 WS-LV-SUB                PIC 9(3) COMP.

       *> One employee's figures.
       01 WS-GROSS-AMOUNT          PIC 9(6)V99 VALUE ZERO.
       01 WS-DAILY-VALUE           PIC 9(6)V99 VALUE ZERO.
       01 WS-UNPAID-AMOUNT         PIC 9(6)V99 VALUE ZERO.
       01 WS-FINAL-PAY             PIC X(1) VALUE "N".
       01 WS-SEND-FLAG             PIC X(1) VALUE "N".

       *> Control totals.
       01 WS-ABSENCE-ROWS          PIC 9(6) VALUE ZERO.
       01 WS-RATE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-FINAL-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-SKIP-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-UNPAID-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL            PIC 9(10)V99 VALUE ZERO.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           IF WS-PERIOD-END = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-END
           END-IF
           IF WS-PERIOD-START = ZERO
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 13
               COMPUTE WS-PERIOD-START =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF

           OPEN I-O PAY-RATE-FILE
           IF PAYRATE-FS NOT = "00"
               DISPLAY "PAYEXTR: UNABLE TO OPEN PAY RATE FILE - "
                   "RUN PAYMAINT FIRST, STATUS=" PAYRATE-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "PAYEXTR: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           PERFORM LOAD-PERIOD-LEAVE

           OPEN OUTPUT EXTRACT-FILE
           MOVE SPACES TO EXTRACT-RECORD
           SET PXR-HEADER TO TRUE
           MOVE WS-RUN-DATE     TO PXH-RUN-DATE
           MOVE WS-PERIOD-START TO PXH-PERIOD-START
           MOVE WS-PERIOD-END   TO PXH-PERIOD-END
           MOVE "PAYEXTRACT"    TO PXH-BATCH-ID
           WRITE EXTRACT-RECORD

           PERFORM UNTIL WS-EOF = "Y"
               READ PAY-RATE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RATE-COUNT
                       PERFORM EXTRACT-ONE-EMPLOYEE
               END-READ
           END-PERFORM

           MOVE SPACES TO EXTRACT-RECORD
           SET PXR-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO PXT-REC-COUNT
           MOVE WS-HASH-TOTAL   TO PXT-HASH-TOTAL
           WRITE EXTRACT-RECORD
           CLOSE EXTRACT-FILE

           CLOSE PAY-RATE-FILE
           CLOSE EMP-FILE

           DISPLAY "===== PAYROLL EXTRACT SUMMARY ====="
           DISPLAY "PAY PERIOD        : " WS-PERIOD-START " - "
               WS-PERIOD-END
           DISPLAY "ABSENCE ROWS READ : " WS-ABSENCE-ROWS
           DISPLAY "PAY RATES READ    : " WS-RATE-COUNT
           DISPLAY "DETAILS WRITTEN   : " WS-DETAIL-COUNT
           DISPLAY "FINAL PAY FLAGGED : " WS-FINAL-COUNT
           DISPLAY "WITH UNPAID LEAVE : " WS-UNPAID-COUNT
           DISPLAY "SKIPPED           : " WS-SKIP-COUNT
           DISPLAY "GROSS HASH TOTAL  : " WS-HASH-TOTAL

           STOP RUN.

       *> Duty absences ("D") draw no leave and dock no pay - only
       *> vacation, sick and personal days are carried to payroll.
       LOAD-PERIOD-LEAVE.
           INITIALIZE WS-LEAVE-TABLE
           OPEN INPUT STAFF-ABSENCE-FILE
           IF STFABS-FS NOT = "00"
               DISPLAY "PAYEXTR: NO STAFF ABSENCE FILE - EXTRACT "
                   "CARRIES NO LEAVE"
           ELSE
               MOVE WS-PERIOD-START TO SAB-ABSENCE-DATE
               MOVE ZERO TO SAB-EMP-ID
               START STAFF-ABSENCE-FILE KEY IS NOT LESS THAN SAB-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ STAFF-ABSENCE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SAB-ABSENCE-DATE > WS-PERIOD-END
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM TALLY-ONE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF
               CLOSE STAFF-ABSENCE-FILE
           END-IF.

       TALLY-ONE-ABSENCE.
           ADD 1 TO WS-ABSENCE-ROWS
           IF SAB-EMP-ID > ZERO
               MOVE SAB-EMP-ID TO WS-LV-SUB
               EVALUATE SAB-LEAVE-TYPE
                   WHEN "V"
                       ADD SAB-DAYS TO WS-LV-VACATION (WS-LV-SUB)
                   WHEN "S"
                       ADD SAB-DAYS TO WS-LV-SICK (WS-LV-SUB)
                   WHEN "P"
                       ADD SAB-DAYS TO WS-LV-PERSONAL (WS-LV-SUB)
               END-EVALUATE
               IF NOT SAB-DUTY-ABSENCE
                   ADD SAB-UNPAID-DAYS TO WS-LV-UNPAID (WS-LV-SUB)
               END-IF
           END-IF.

       *> A terminated employee goes out once more, flagged for
       *> final pay, and the period end is stamped on the rate so
       *> the next period leaves them off.  A rerun of the same
       *> period sends them again.
       EXTRACT-ONE-EMPLOYEE.
           MOVE "Y" TO WS-SEND-FLAG
           MOVE "N" TO WS-FINAL-PAY
           MOVE PAY-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "PAYEXTR: PAY RATE WITH NO EMPLOYEE, "
                       "EMP-ID=" PAY-EMP-ID
                   MOVE "N" TO WS-SEND-FLAG
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       IF PAY-FINAL-PAID-DATE NOT = ZERO
                           AND PAY-FINAL-PAID-DATE NOT = WS-PERIOD-END
                           MOVE "N" TO WS-SEND-FLAG
                       ELSE
                           MOVE "Y" TO WS-FINAL-PAY
                       END-IF
                   END-IF
           END-READ

           IF WS-SEND-FLAG = "N"
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM FIGURE-PERIOD-PAY
               PERFORM WRITE-PAY-DETAIL
               IF WS-FINAL-PAY = "Y"
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE WS-PERIOD-END TO PAY-FINAL-PAID-DATE
                   REWRITE PAY-RATE-RECORD
                       INVALID KEY
                           DISPLAY "PAYEXTR: FINAL PAY STAMP FAILED, "
                               "EMP-ID=" PAY-EMP-ID
                   END-REWRITE
               END-IF
           END-IF.

       *> Every basis comes down to a period amount and the value
       *> of one contract day - the rate the unpaid days are docked
       *> at.  The docking never runs past the period's gross.
       FIGURE-PERIOD-PAY.
           EVALUATE TRUE
               WHEN PAY-SALARIED
                   COMPUTE WS-GROSS-AMOUNT ROUNDED =
                       PAY-RATE / PAY-PERIODS-PER-YEAR
                   COMPUTE WS-DAILY-VALUE ROUNDED =
                       PAY-RATE / PAY-CONTRACT-DAYS
               WHEN PAY-DAILY
                   COMPUTE WS-GROSS-AMOUNT ROUNDED =
                       PAY-RATE * PAY-CONTRACT-DAYS
                       / PAY-PERIODS-PER-YEAR
                   MOVE PAY-RATE TO WS-DAILY-VALUE
               WHEN OTHER
                   COMPUTE WS-GROSS-AMOUNT ROUNDED =
                       PAY-RATE * PAY-DAILY-HOURS * PAY-CONTRACT-DAYS
                       / PAY-PERIODS-PER-YEAR
                   COMPUTE WS-DAILY-VALUE ROUNDED =
                       PAY-RATE * PAY-DAILY-HOURS
           END-EVALUATE

           MOVE PAY-EMP-ID TO WS-LV-SUB
           COMPUTE WS-UNPAID-AMOUNT ROUNDED =
               WS-LV-UNPAID (WS-LV-SUB) * WS-DAILY-VALUE
           IF WS-UNPAID-AMOUNT > WS-GROSS-AMOUNT
               MOVE WS-GROSS-AMOUNT TO WS-UNPAID-AMOUNT
           END-IF
           IF WS-UNPAID-AMOUNT > ZERO
               ADD 1 TO WS-UNPAID-COUNT
           END-IF.

       WRITE-PAY-DETAIL.
           MOVE SPACES TO EXTRACT-RECORD
           SET PXR-DETAIL TO TRUE
           MOVE PAY-EMP-ID                 TO PXD-EMP-ID
           MOVE EMP-NAME                   TO PXD-EMP-NAME
           MOVE EMP-CAMPUS                 TO PXD-CAMPUS
           MOVE PAY-GROUP                  TO PXD-PAY-GROUP
           MOVE PAY-BASIS                  TO PXD-PAY-BASIS
           MOVE PAY-RATE                   TO PXD-PAY-RATE
           MOVE WS-GROSS-AMOUNT            TO PXD-GROSS-AMOUNT
           MOVE WS-LV-VACATION (WS-LV-SUB) TO PXD-VACATION-DAYS
           MOVE WS-LV-SICK (WS-LV-SUB)     TO PXD-SICK-DAYS
           MOVE WS-LV-PERSONAL (WS-LV-SUB) TO PXD-PERSONAL-DAYS
           MOVE WS-LV-UNPAID (WS-LV-SUB)   TO PXD-UNPAID-DAYS
           MOVE WS-UNPAID-AMOUNT           TO PXD-UNPAID-AMOUNT
           MOVE WS-FINAL-PAY               TO PXD-FINAL-PAY
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-GROSS-AMOUNT TO WS-HASH-TOTAL.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYRATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYRATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STFABS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STFABS-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-EXTRACT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-PERIOD-START"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PERIOD-START =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-PERIOD-END"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PERIOD-END =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
