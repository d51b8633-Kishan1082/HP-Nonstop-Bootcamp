       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> "R" sets or changes an accrual rule (days per month),
           *> "T" records an absence drawing the balance down, "A"
           *> records a duty absence (workshop, field trip) that
           *> needs a cover but draws no leave.  All three demand a
           *> real, active employee.
           SELECT LVE-TRAN-FILE ASSIGN TO WS-LVETRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LVETRAN-FS.
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           *> Every dated absence also lands here, one row per
           *> employee per day, so the coverage run knows who is
           *> out without re-reading the leave feed.
           SELECT STAFF-ABSENCE-FILE ASSIGN TO WS-STFABS-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAB-KEY
               FILE STATUS IS STFABS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LVE-TRAN-FILE.
           05 LVT-RATE              PIC 9V99 COMP-3.
           05 LVT-DAYS-TAKEN        PIC 9V99 COMP-3.
           05 LVT-ABSENCE-DATE      PIC 9(8).
       *> Part-day absence: the first and last period out.  Zero in
       *> both means the whole day.
           05 LVT-FIRST-PERIOD      PIC 9(2).
           05 LVT-LAST-PERIOD       PIC 9(2).

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD STAFF-ABSENCE-FILE.
       01 STAFF-ABSENCE-RECORD.
           COPY "STFABSRC".

       WORKING-STORAGE SECTION.
       01 WS-LVETRAN-DSNAME         PIC X(40) VALUE "lvetran.dat".
       01 WS-LEAVE-DSNAME           PIC X(40) VALUE "leavebal.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-STFABS-DSNAME          PIC X(40) VALUE "stfabs.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 LVETRAN-FS               PIC XX.
       01 LEAVE-FS                 PIC XX.
       01 EMP-FS                   PIC XX.
       01 STFABS-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-RULE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ABSENCE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DUTY-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DAY-OUT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-EMP-OK                PIC X VALUE "N".
       *> Days of this absence taken past the balance - unpaid.
       01 WS-UNPAID-DAYS           PIC 9V99 VALUE ZERO.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT LVE-TRAN-FILE
           IF LVETRAN-FS NOT = "00"
               STOP RUN
           END-IF

           OPEN I-O STAFF-ABSENCE-FILE
           IF STFABS-FS NOT = "00"
               OPEN OUTPUT STAFF-ABSENCE-FILE
               CLOSE STAFF-ABSENCE-FILE
               OPEN I-O STAFF-ABSENCE-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ LVE-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
           CLOSE LVE-TRAN-FILE
           CLOSE LEAVE-FILE
           CLOSE EMP-FILE
           CLOSE STAFF-ABSENCE-FILE

           DISPLAY "===== LEAVE MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ  : " WS-TRAN-COUNT
           DISPLAY "RULES SET     : " WS-RULE-COUNT
           DISPLAY "ABSENCES TAKEN: " WS-ABSENCE-COUNT
           DISPLAY "DUTY ABSENCES : " WS-DUTY-COUNT
           DISPLAY "DAYS OUT NOTED: " WS-DAY-OUT-COUNT
           DISPLAY "REJECTED      : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Leave-Action.
           MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE
           IF LVT-ACTION NOT = "A" AND NOT LVB-TYPE-VALID
               DISPLAY "LEAVEMNT: UNKNOWN LEAVE TYPE "
                   LVT-LEAVE-TYPE " EMP-ID=" LVT-EMP-ID
               ADD 1 TO WS-REJECT-COUNT
                   EVALUATE LVT-ACTION
                       WHEN "R" PERFORM Set-Accrual-Rule
                       WHEN "T" PERFORM Take-Absence
                       WHEN "A" PERFORM Note-Duty-Absence
                       WHEN OTHER
                           DISPLAY "LEAVEMNT: UNKNOWN ACTION "
                               LVT-ACTION " EMP-ID=" LVT-EMP-ID

       *> An absence against a type with no rule on file is a setup
       *> error the office fixes first - the days are not invented
       *> into a record with no accrual behind it.  An absence with
       *> no date cannot go on the coverage board, so it is sent
       *> back to be keyed with one before any balance moves.
       Take-Absence.
           IF LVT-ABSENCE-DATE NOT NUMERIC
               OR LVT-ABSENCE-DATE = ZERO
               DISPLAY "LEAVEMNT: ABSENCE WITH NO DATE, "
                   "EMP-ID=" LVT-EMP-ID " TYPE=" LVT-LEAVE-TYPE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM Draw-The-Balance
           END-IF.

       Draw-The-Balance.
           MOVE LVT-EMP-ID     TO LVB-EMP-ID
           MOVE LVT-LEAVE-TYPE TO LVB-LEAVE-TYPE
           READ LEAVE-FILE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ABSENCE-COUNT
                           MOVE ZERO TO WS-UNPAID-DAYS
                           IF LVB-BALANCE < ZERO
                               DISPLAY "LEAVEMNT: EMP-ID "
                                   LVT-EMP-ID " TYPE "
                                   LVT-LEAVE-TYPE
                                   " IS NOW BELOW ZERO"
                               PERFORM Figure-Unpaid-Days
                           END-IF
                           PERFORM Note-Day-Out
                   END-REWRITE
           END-READ.

       *> Only the days past zero go unpaid: if the balance was
       *> already negative the whole absence is unpaid, otherwise
       *> just the overdrawn part of it.
       Figure-Unpaid-Days.
           IF LVB-BALANCE + LVT-DAYS-TAKEN < ZERO
               MOVE LVT-DAYS-TAKEN TO WS-UNPAID-DAYS
           ELSE
               COMPUTE WS-UNPAID-DAYS = ZERO - LVB-BALANCE
           END-IF.

       *> A duty absence draws no balance - it only tells the
       *> coverage run the teacher's classes need a substitute.
       Note-Duty-Absence.
           IF LVT-ABSENCE-DATE = ZERO
               DISPLAY "LEAVEMNT: DUTY ABSENCE WITH NO DATE, "
                   "EMP-ID=" LVT-EMP-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-DUTY-COUNT
               MOVE "D" TO LVB-LEAVE-TYPE
               MOVE ZERO TO WS-UNPAID-DAYS
               PERFORM Note-Day-Out
           END-IF.

       *> One staff-absence row per employee per day.  A second
       *> posting for the same day (a half day keyed twice, a
       *> correction) replaces the first rather than duplicating
       *> the cover request.
       Note-Day-Out.
           MOVE LVT-ABSENCE-DATE TO SAB-ABSENCE-DATE
           MOVE LVT-EMP-ID       TO SAB-EMP-ID
           MOVE LVB-LEAVE-TYPE   TO SAB-LEAVE-TYPE
           MOVE LVT-DAYS-TAKEN   TO SAB-DAYS
           MOVE LVT-FIRST-PERIOD TO SAB-FIRST-PERIOD
           MOVE LVT-LAST-PERIOD  TO SAB-LAST-PERIOD
           MOVE WS-RUN-DATE      TO SAB-RECORDED-DATE
           MOVE WS-UNPAID-DAYS   TO SAB-UNPAID-DAYS
           WRITE STAFF-ABSENCE-RECORD
               INVALID KEY
                   REWRITE STAFF-ABSENCE-RECORD
                       INVALID KEY
                           DISPLAY "LEAVEMNT: ABSENCE NOTE "
                               "FAILED, EMP-ID=" LVT-EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-DAY-OUT-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DAY-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STFABS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STFABS-DSNAME
           END-IF.
