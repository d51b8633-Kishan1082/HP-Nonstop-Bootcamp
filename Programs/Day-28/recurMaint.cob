       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The business office's schedule cards: "A" sets up a
           *> new recurring fee, "C" changes a schedule's amount,
           *> frequency or stop date, "S" stops it.
           SELECT RCR-TRAN-FILE ASSIGN TO WS-RCRTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCRTRAN-FS.

           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCS-KEY
               FILE STATUS IS SCHEDULE-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> CCODMNT's charge-code reference: when it exists, a
           *> schedule must name an active code on it.  Without it
           *> CHGPOST's own code check still guards the posting.
           SELECT CHGCODE-FILE ASSIGN TO WS-CHGCODE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHARGE-CODE
               FILE STATUS IS CHGCODE-FS.

       DATA DIVISION.
       FILE SECTION.
       *> RMT-SCHED-SEQ picks the schedule for "C" and "S"; on "A"
       *> zero takes the student's next free number.  On "C" a zero
       *> amount, space frequency or zero stop date leaves that
       *> field as it was.  On "S" a zero stop date stops it as of
       *> the business date; a later stop date leaves it billing
       *> until that month has been billed, then RCRGEN ends it.
       FD RCR-TRAN-FILE.
       01 RCR-TRAN-RECORD.
           05 RMT-ACTION            PIC X(1).
           05 RMT-STUDENT-ID        PIC 9(6).
           05 RMT-SCHED-SEQ         PIC 9(2).
           05 RMT-CHARGE-CODE       PIC X(3).
           05 RMT-DESCRIPTION       PIC X(20).
           05 RMT-AMOUNT            PIC S9(5)V99 COMP-3.
           05 RMT-FREQUENCY         PIC X(1).
           05 RMT-START-DATE        PIC 9(8).
           05 RMT-STOP-DATE         PIC 9(8).

       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           COPY "RCRCHGRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHGCODE-FILE.
       01 CHGCODE-RECORD.
           COPY "CHGCODRC".

       WORKING-STORAGE SECTION.
       01 WS-RCRTRAN-DSNAME         PIC X(40) VALUE "rcrmnt.dat".
       01 WS-SCHEDULE-DSNAME        PIC X(40) VALUE "rcrchg.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHGCODE-DSNAME         PIC X(40) VALUE "chgcode.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 RCRTRAN-FS               PIC XX.
       01 SCHEDULE-FS              PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHGCODE-FS               PIC XX.
       01 WS-CODES-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-CODE-FILE    VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-STOP-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SCHED-OK              PIC X VALUE "N".
       01 WS-NEXT-SEQ              PIC 9(2) VALUE ZERO.
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT-EDIT           PIC X(12).

       *> OPERSIGN call arguments - setting up a charge that bills
       *> itself every month is a billing adjustment, level 5, the
       *> same level ADJMAINT asks.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 5.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every schedule added, changed
       *> or stopped lands on the common trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "RCRMNT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "RCRMNT".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

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
               DISPLAY "RCRMNT: SIGN-ON FAILED - RECURRING CHARGES "
                   "NEED LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT RCR-TRAN-FILE
           IF RCRTRAN-FS NOT = "00"
               DISPLAY "RCRMNT: UNABLE TO OPEN SCHEDULE FEED, "
                   "STATUS=" RCRTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "RCRMNT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O SCHEDULE-FILE
           IF SCHEDULE-FS NOT = "00"
               OPEN OUTPUT SCHEDULE-FILE
               CLOSE SCHEDULE-FILE
               OPEN I-O SCHEDULE-FILE
           END-IF

           OPEN INPUT CHGCODE-FILE
           IF CHGCODE-FS = "00"
               SET WS-HAVE-CODE-FILE TO TRUE
           ELSE
               DISPLAY "RCRMNT: NO CHARGE-CODE REFERENCE - CODES "
                   "ARE CHECKED WHEN CHGPOST POSTS THEM"
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ RCR-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE RMT-ACTION
                           WHEN "A" PERFORM Add-Schedule
                           WHEN "C" PERFORM Change-Schedule
                           WHEN "S" PERFORM Stop-Schedule
                           WHEN OTHER
                               DISPLAY "RCRMNT: UNKNOWN ACTION "
                                   RMT-ACTION " STUDENT="
                                   RMT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE RCR-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE SCHEDULE-FILE
           IF WS-HAVE-CODE-FILE
               CLOSE CHGCODE-FILE
           END-IF

           DISPLAY "===== RECURRING CHARGE MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "SCHEDULES ADDED   : " WS-ADD-COUNT
           DISPLAY "SCHEDULES CHANGED : " WS-CHANGE-COUNT
           DISPLAY "SCHEDULES STOPPED : " WS-STOP-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> A new schedule needs an active student, a live charge
       *> code, a positive amount, a known frequency, a start date,
       *> and a stop date (if any) no earlier than the start.
       CHECK-NEW-SCHEDULE.
           MOVE "N" TO WS-SCHED-OK
           MOVE RMT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO STUDENT-STATUS
           END-READ
           MOVE RMT-FREQUENCY TO RCS-FREQUENCY
           EVALUATE TRUE
               WHEN NOT STUDENT-ACTIVE
                   DISPLAY "RCRMNT: NO ACTIVE STUDENT ON FILE, "
                       "STUDENT=" RMT-STUDENT-ID
               WHEN RMT-AMOUNT IS NOT NUMERIC
                   OR RMT-AMOUNT NOT > ZERO
                   DISPLAY "RCRMNT: AMOUNT MUST BE ABOVE ZERO, "
                       "STUDENT=" RMT-STUDENT-ID
               WHEN NOT RCS-FREQUENCY-VALID
                   DISPLAY "RCRMNT: UNKNOWN FREQUENCY "
                       RMT-FREQUENCY " STUDENT=" RMT-STUDENT-ID
               WHEN RMT-START-DATE IS NOT NUMERIC
                   OR RMT-START-DATE = ZERO
                   DISPLAY "RCRMNT: START DATE MISSING, STUDENT="
                       RMT-STUDENT-ID
               WHEN RMT-STOP-DATE NOT = ZERO
                   AND RMT-STOP-DATE < RMT-START-DATE
                   DISPLAY "RCRMNT: STOP DATE BEFORE START DATE, "
                       "STUDENT=" RMT-STUDENT-ID
               WHEN OTHER
                   PERFORM CHECK-THE-CODE
           END-EVALUATE.

       CHECK-THE-CODE.
           IF WS-HAVE-CODE-FILE
               MOVE RMT-CHARGE-CODE TO CCR-CHARGE-CODE
               READ CHGCODE-FILE
                   INVALID KEY
                       DISPLAY "RCRMNT: CHARGE CODE NOT ON FILE "
                           RMT-CHARGE-CODE " STUDENT="
                           RMT-STUDENT-ID
                   NOT INVALID KEY
                       IF CCR-ACTIVE
                           MOVE "Y" TO WS-SCHED-OK
                       ELSE
                           DISPLAY "RCRMNT: CHARGE CODE INACTIVE "
                               RMT-CHARGE-CODE " STUDENT="
                               RMT-STUDENT-ID
                       END-IF
               END-READ
           ELSE
               IF RMT-CHARGE-CODE = SPACES
                   DISPLAY "RCRMNT: CHARGE CODE MISSING, STUDENT="
                       RMT-STUDENT-ID
               ELSE
                   MOVE "Y" TO WS-SCHED-OK
               END-IF
           END-IF.

       Add-Schedule.
           PERFORM CHECK-NEW-SCHEDULE
           IF WS-SCHED-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF RMT-SCHED-SEQ = ZERO
                   PERFORM FIND-NEXT-SEQ
               ELSE
                   MOVE RMT-SCHED-SEQ TO WS-NEXT-SEQ
               END-IF
               MOVE RMT-STUDENT-ID  TO RCS-STUDENT-ID
               MOVE WS-NEXT-SEQ     TO RCS-SCHED-SEQ
               MOVE RMT-CHARGE-CODE TO RCS-CHARGE-CODE
               MOVE RMT-DESCRIPTION TO RCS-DESCRIPTION
               MOVE RMT-AMOUNT      TO RCS-AMOUNT
               MOVE RMT-FREQUENCY   TO RCS-FREQUENCY
               MOVE RMT-START-DATE  TO RCS-START-DATE
               MOVE RMT-STOP-DATE   TO RCS-STOP-DATE
               SET RCS-ACTIVE TO TRUE
               MOVE SPACE           TO RCS-STOP-REASON
               MOVE ZERO            TO RCS-LAST-PERIOD
               MOVE WS-RUN-DATE     TO RCS-CREATED-DATE
               MOVE SPACES TO WS-AUD-BEFORE
               WRITE SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "RCRMNT: SCHEDULE " RCS-SCHED-SEQ
                           " ALREADY ON FILE, STUDENT="
                           RMT-STUDENT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "WRITE   " TO WS-AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       *> One past the highest schedule number the student has.
       FIND-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE RMT-STUDENT-ID TO RCS-STUDENT-ID
           MOVE ZERO TO RCS-SCHED-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START SCHEDULE-FILE KEY IS NOT LESS THAN RCS-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RCS-STUDENT-ID NOT = RMT-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQ = RCS-SCHED-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

       Change-Schedule.
           MOVE RMT-STUDENT-ID TO RCS-STUDENT-ID
           MOVE RMT-SCHED-SEQ  TO RCS-SCHED-SEQ
           READ SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "RCRMNT: NO SCHEDULE " RMT-SCHED-SEQ
                       " TO CHANGE, STUDENT=" RMT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM APPLY-THE-CHANGE
           END-READ.

       APPLY-THE-CHANGE.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           MOVE "Y" TO WS-SCHED-OK
           IF RMT-FREQUENCY NOT = SPACE
               MOVE RMT-FREQUENCY TO RCS-FREQUENCY
               IF NOT RCS-FREQUENCY-VALID
                   DISPLAY "RCRMNT: UNKNOWN FREQUENCY "
                       RMT-FREQUENCY " STUDENT=" RMT-STUDENT-ID
                   MOVE "N" TO WS-SCHED-OK
               END-IF
           END-IF
           IF RMT-AMOUNT IS NOT NUMERIC OR RMT-AMOUNT < ZERO
               DISPLAY "RCRMNT: AMOUNT MUST BE ABOVE ZERO, "
                   "STUDENT=" RMT-STUDENT-ID
               MOVE "N" TO WS-SCHED-OK
           END-IF
           IF RMT-STOP-DATE NOT = ZERO
               AND RMT-STOP-DATE < RCS-START-DATE
               DISPLAY "RCRMNT: STOP DATE BEFORE START DATE, "
                   "STUDENT=" RMT-STUDENT-ID
               MOVE "N" TO WS-SCHED-OK
           END-IF
           IF WS-SCHED-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF RMT-AMOUNT > ZERO
                   MOVE RMT-AMOUNT TO RCS-AMOUNT
               END-IF
               IF RMT-STOP-DATE NOT = ZERO
                   MOVE RMT-STOP-DATE TO RCS-STOP-DATE
               END-IF
               IF RMT-DESCRIPTION NOT = SPACES
                   MOVE RMT-DESCRIPTION TO RCS-DESCRIPTION
               END-IF
               PERFORM REWRITE-SCHEDULE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       Stop-Schedule.
           MOVE RMT-STUDENT-ID TO RCS-STUDENT-ID
           MOVE RMT-SCHED-SEQ  TO RCS-SCHED-SEQ
           READ SCHEDULE-FILE
               INVALID KEY
                   DISPLAY "RCRMNT: NO SCHEDULE " RMT-SCHED-SEQ
                       " TO STOP, STUDENT=" RMT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                   IF RMT-STOP-DATE = ZERO
                       MOVE WS-RUN-DATE TO RCS-STOP-DATE
                   ELSE
                       MOVE RMT-STOP-DATE TO RCS-STOP-DATE
                   END-IF
                   IF RCS-STOP-DATE NOT > WS-RUN-DATE
                       SET RCS-STOPPED TO TRUE
                       SET RCS-STOPPED-BY-OFFICE TO TRUE
                   END-IF
                   PERFORM REWRITE-SCHEDULE
                   ADD 1 TO WS-STOP-COUNT
           END-READ.

       REWRITE-SCHEDULE.
           REWRITE SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "RCRMNT: REWRITE FAILED, STUDENT="
                       RMT-STUDENT-ID " STATUS=" SCHEDULE-FS
               NOT INVALID KEY
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       *> Readable summary of the schedule in hand - number, code,
       *> amount, frequency, start/stop dates and status.
       BUILD-AUDIT-IMAGE.
           MOVE RCS-AMOUNT TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AUD-AFTER
           STRING "RCR " RCS-SCHED-SEQ " " RCS-CHARGE-CODE " "
               WS-AMOUNT-EDIT " " RCS-FREQUENCY " "
               RCS-START-DATE "-" RCS-STOP-DATE " "
               RCS-STATUS RCS-STOP-REASON
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE RCS-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCR-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RCRTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RCRCHG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SCHEDULE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGCODE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGCODE-DSNAME
           END-IF.
