       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Payroll's rate feed, in EMPMAINT's shape: "A" sets up a
           *> new employee's pay, "C" changes basis, rate or group,
           *> "D" removes a rate keyed in error.  A termination is
           *> EMPMAINT's job - the rate stays so the final check can
           *> go out.
           SELECT PAY-TRAN-FILE ASSIGN TO WS-PAYTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYTRAN-FS.

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

           *> Rejected rate transactions wait here for payroll, the
           *> same way HR's rejects wait in empsusp.dat.
           SELECT PAY-SUSPENSE-FILE ASSIGN TO WS-PAYSUSP-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYSUSP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-TRAN-FILE.
       01 PAY-TRAN-RECORD.
           05 PRT-ACTION            PIC X(1).
           05 PRT-EMP-ID            PIC 9(3).
           05 PRT-BASIS             PIC X(1).
           05 PRT-RATE              PIC 9(6)V99.
           05 PRT-GROUP             PIC X(2).
           05 PRT-PERIODS-PER-YEAR  PIC 9(2).
           05 PRT-CONTRACT-DAYS     PIC 9(3).
           05 PRT-DAILY-HOURS       PIC 9(2)V99.
           05 PRT-EFFECTIVE-DATE    PIC 9(8).

       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           COPY "PAYRTRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD PAY-SUSPENSE-FILE.
       01 PAY-SUSPENSE-RECORD.
           05 PSU-STATUS            PIC X(1).
               88 PSU-OPEN          VALUE "O".
               88 PSU-CLEARED       VALUE "C".
           05 PSU-ACTION            PIC X(1).
           05 PSU-EMP-ID            PIC 9(3).
           05 PSU-BASIS             PIC X(1).
           05 PSU-RATE              PIC 9(6)V99.
           05 PSU-REASON            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PAYTRAN-DSNAME         PIC X(40) VALUE "paytran.dat".
       01 WS-PAYRATE-DSNAME         PIC X(40) VALUE "payrate.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PAYSUSP-DSNAME         PIC X(40) VALUE "paysusp.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 PAYTRAN-FS               PIC XX.
       01 PAYRATE-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PAYSUSP-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VALID-FLAG            PIC X(1).
           88 WS-VALID             VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT PAY-TRAN-FILE
           IF PAYTRAN-FS NOT = "00"
               DISPLAY "PAYMAINT: UNABLE TO OPEN PAY RATE FEED, "
                   "STATUS=" PAYTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O PAY-RATE-FILE
           IF PAYRATE-FS NOT = "00"
               OPEN OUTPUT PAY-RATE-FILE
               CLOSE PAY-RATE-FILE
               OPEN I-O PAY-RATE-FILE
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "PAYMAINT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN EXTEND PAY-SUSPENSE-FILE
           IF PAYSUSP-FS NOT = "00"
               OPEN OUTPUT PAY-SUSPENSE-FILE
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           PERFORM UNTIL WS-EOF = "Y"
               READ PAY-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE PRT-ACTION
                           WHEN "A" PERFORM Add-Pay-Rate
                           WHEN "C" PERFORM Change-Pay-Rate
                           WHEN "D" PERFORM Delete-Pay-Rate
                           WHEN OTHER
                               MOVE "UNKNOWN ACTION CODE"
                                   TO PSU-REASON
                               PERFORM WRITE-PAY-SUSPENSE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE PAY-TRAN-FILE
           CLOSE PAY-RATE-FILE
           CLOSE EMP-FILE
           CLOSE PAY-SUSPENSE-FILE

           DISPLAY "===== PAY RATE MAINTENANCE SUMMARY ====="
           DISPLAY "TRANSACTIONS READ : " WS-TRAN-COUNT
           DISPLAY "RATES ADDED       : " WS-ADD-COUNT
           DISPLAY "RATES CHANGED     : " WS-CHANGE-COUNT
           DISPLAY "RATES DELETED     : " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           STOP RUN.

       *> A rate must belong to a real, active "E" employee and
       *> carry enough to turn it into a period amount: a known
       *> basis, a rate, pay periods, contract days, and a standard
       *> day for the hourly staff.
       VALIDATE-PAY-FIELDS.
           SET WS-VALID TO TRUE
           MOVE PRT-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "EMP ID NOT ON FILE" TO PSU-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT EMP-TYPE-EMPLOYEE
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "TARGET IS A DEPT RECORD"
                               TO PSU-REASON
                       WHEN EMP-TERMINATED
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "EMPLOYEE IS TERMINATED"
                               TO PSU-REASON
                   END-EVALUATE
           END-READ
           MOVE PRT-BASIS TO PAY-BASIS
           IF WS-VALID AND NOT PAY-BASIS-VALID
               MOVE "N" TO WS-VALID-FLAG
               MOVE "PAY BASIS NOT S, H OR D" TO PSU-REASON
           END-IF
           IF WS-VALID AND PRT-RATE = ZERO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "PAY RATE IS ZERO" TO PSU-REASON
           END-IF
           IF WS-VALID AND PRT-GROUP = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "PAY GROUP IS BLANK" TO PSU-REASON
           END-IF
           IF WS-VALID
               AND (PRT-PERIODS-PER-YEAR = ZERO
                    OR PRT-CONTRACT-DAYS = ZERO)
               MOVE "N" TO WS-VALID-FLAG
               MOVE "PERIODS OR CONTRACT DAYS ZERO" TO PSU-REASON
           END-IF
           IF WS-VALID AND PRT-BASIS = "H" AND PRT-DAILY-HOURS = ZERO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "HOURLY RATE NEEDS DAILY HOURS" TO PSU-REASON
           END-IF.

       MOVE-PAY-FIELDS.
           MOVE PRT-EMP-ID           TO PAY-EMP-ID
           MOVE PRT-BASIS            TO PAY-BASIS
           MOVE PRT-RATE             TO PAY-RATE
           MOVE PRT-GROUP            TO PAY-GROUP
           MOVE PRT-PERIODS-PER-YEAR TO PAY-PERIODS-PER-YEAR
           MOVE PRT-CONTRACT-DAYS    TO PAY-CONTRACT-DAYS
           MOVE PRT-DAILY-HOURS      TO PAY-DAILY-HOURS
           IF PRT-EFFECTIVE-DATE = ZERO
               MOVE WS-RUN-DATE TO PAY-EFFECTIVE-DATE
           ELSE
               MOVE PRT-EFFECTIVE-DATE TO PAY-EFFECTIVE-DATE
           END-IF.

       Add-Pay-Rate.
           PERFORM VALIDATE-PAY-FIELDS
           IF NOT WS-VALID
               PERFORM WRITE-PAY-SUSPENSE
           ELSE
               PERFORM MOVE-PAY-FIELDS
               MOVE ZERO TO PAY-FINAL-PAID-DATE
               WRITE PAY-RATE-RECORD
                   INVALID KEY
                       MOVE "PAY RATE ALREADY ON FILE" TO PSU-REASON
                       PERFORM WRITE-PAY-SUSPENSE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF.

       Change-Pay-Rate.
           PERFORM VALIDATE-PAY-FIELDS
           IF NOT WS-VALID
               PERFORM WRITE-PAY-SUSPENSE
           ELSE
               MOVE PRT-EMP-ID TO PAY-EMP-ID
               READ PAY-RATE-FILE
                   INVALID KEY
                       MOVE "NO PAY RATE ON FILE" TO PSU-REASON
                       PERFORM WRITE-PAY-SUSPENSE
                   NOT INVALID KEY
                       PERFORM MOVE-PAY-FIELDS
                       REWRITE PAY-RATE-RECORD
                           INVALID KEY
                               MOVE "REWRITE INVALID KEY"
                                   TO PSU-REASON
                               PERFORM WRITE-PAY-SUSPENSE
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                       END-REWRITE
               END-READ
           END-IF.

       Delete-Pay-Rate.
           MOVE PRT-EMP-ID TO PAY-EMP-ID
           DELETE PAY-RATE-FILE
               INVALID KEY
                   MOVE "NO PAY RATE ON FILE" TO PSU-REASON
                   PERFORM WRITE-PAY-SUSPENSE
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       WRITE-PAY-SUSPENSE.
           SET PSU-OPEN         TO TRUE
           MOVE PRT-ACTION      TO PSU-ACTION
           MOVE PRT-EMP-ID      TO PSU-EMP-ID
           MOVE PRT-BASIS       TO PSU-BASIS
           MOVE PRT-RATE        TO PSU-RATE
           WRITE PAY-SUSPENSE-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "PAYMAINT: REJECTED, ID=" PRT-EMP-ID
               " REASON=" PSU-REASON.

       *> Lets a site redirect any of this run's files at run time,
       *> the same ENVIRONMENT-VARIABLE idiom transMaint.cob uses
       *> for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAY-SUSP-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYSUSP-DSNAME
           END-IF.
