       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The activities office's feed.  "A" sets up a team or
           *> club, "C" changes its name, season, coach or dues, "X"
           *> closes it once its roster is empty.  "J" puts a student
           *> on an activity's roster and charges its dues; "D" takes
           *> them off.
           SELECT ACT-TRAN-FILE ASSIGN TO WS-ACTTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACTTRAN-FS.

           SELECT ACTIVITY-FILE ASSIGN TO WS-ACTIVITY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CODE
               FILE STATUS IS ACTIVITY-FS.

           SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMB-KEY
               ALTERNATE RECORD KEY IS AMB-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS MEMBER-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           *> IMMSWEEP's and the nurse's "H" holds - a student the
           *> health office is holding is not rostered until the hold
           *> is released.  No hold file on the system means no holds
           *> in force.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           *> The open-item ledger - dues post here as an ACT item so
           *> they show on BILLSTMT like any other charge.
           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

       DATA DIVISION.
       FILE SECTION.
       *> On "C" a space name or season, zero coach or zero dues
       *> leaves that field as it was.  AMT-STUDENT-ID is used on
       *> "J" and "D" only.
       FD ACT-TRAN-FILE.
       01 ACT-TRAN-RECORD.
           05 AMT-ACTION            PIC X(1).
           05 AMT-ACTIVITY          PIC X(4).
           05 AMT-NAME              PIC X(20).
           05 AMT-SEASON            PIC X(1).
           05 AMT-COACH-ID          PIC 9(3).
           05 AMT-DUES              PIC S9(5)V99 COMP-3.
           05 AMT-STUDENT-ID        PIC 9(6).

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           COPY "ACTVTYRC".

       FD MEMBER-FILE.
       01 MEMBER-RECORD.
           COPY "ACTMBRRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       WORKING-STORAGE SECTION.
       01 WS-ACTTRAN-DSNAME         PIC X(40) VALUE "actmnt.dat".
       01 WS-ACTIVITY-DSNAME        PIC X(40) VALUE "activity.idx".
       01 WS-MEMBER-DSNAME          PIC X(40) VALUE "actmbr.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 ACTTRAN-FS               PIC XX.
       01 ACTIVITY-FS              PIC XX.
       01 MEMBER-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 HOLD-FS                  PIC XX.
       01 CHARGE-FS                PIC XX.
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CLOSE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-JOIN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DROP-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DUES-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-HEALTH-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-MEMBER-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-NEXT-SEQ              PIC 9(4) VALUE ZERO.
       01 WS-NEW-MEMBER            PIC X(1).
       01 WS-VALID-FLAG            PIC X(1).
           88 WS-VALID             VALUE "Y".
       01 WS-REASON                PIC X(30).
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT-EDIT           PIC X(12).

       *> OPERSIGN call arguments - rostering writes live masters
       *> and posts charges, so it demands level 3, the same level
       *> REGDESK asks.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 3.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> GLPOST call arguments - each dues charge journals
       *> DR AR / CR ACTREV.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "ACTMAINT".

       *> AUDITWR call arguments - every activity and roster change,
       *> and every balance the dues move, lands on the common
       *> trail.  Activity records carry student ZERO.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "ACTMAINT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "ACTMNT".
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
               DISPLAY "ACTMAINT: SIGN-ON FAILED - ACTIVITY "
                   "MAINTENANCE NEEDS LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT ACT-TRAN-FILE
           IF ACTTRAN-FS NOT = "00"
               DISPLAY "ACTMAINT: UNABLE TO OPEN ACTIVITY FEED, "
                   "STATUS=" ACTTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ACTMAINT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "ACTMAINT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O ACTIVITY-FILE
           IF ACTIVITY-FS NOT = "00"
               OPEN OUTPUT ACTIVITY-FILE
               CLOSE ACTIVITY-FILE
               OPEN I-O ACTIVITY-FILE
           END-IF

           OPEN I-O MEMBER-FILE
           IF MEMBER-FS NOT = "00"
               OPEN OUTPUT MEMBER-FILE
               CLOSE MEMBER-FILE
               OPEN I-O MEMBER-FILE
           END-IF

           OPEN I-O CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               OPEN OUTPUT CHARGE-FILE
               CLOSE CHARGE-FILE
               OPEN I-O CHARGE-FILE
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FS = "00"
               SET WS-HAVE-HOLDS TO TRUE
           END-IF

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM UNTIL WS-EOF = "Y"
               READ ACT-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE AMT-ACTION
                           WHEN "A" PERFORM Add-Activity
                           WHEN "C" PERFORM Change-Activity
                           WHEN "X" PERFORM Close-Activity
                           WHEN "J" PERFORM Join-Member
                           WHEN "D" PERFORM Drop-Member
                           WHEN OTHER
                               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                               PERFORM REJECT-TRANSACTION
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           CLOSE ACT-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE EMP-FILE
           CLOSE ACTIVITY-FILE
           CLOSE MEMBER-FILE
           CLOSE CHARGE-FILE
           IF WS-HAVE-HOLDS
               CLOSE HOLD-FILE
           END-IF

           DISPLAY "===== ACTIVITY MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "ACTIVITIES ADDED  : " WS-ADD-COUNT
           DISPLAY "ACTIVITIES CHANGED: " WS-CHANGE-COUNT
           DISPLAY "ACTIVITIES CLOSED : " WS-CLOSE-COUNT
           DISPLAY "MEMBERS JOINED    : " WS-JOIN-COUNT
           DISPLAY "MEMBERS DROPPED   : " WS-DROP-COUNT
           DISPLAY "DUES POSTED       : " WS-DUES-COUNT
           DISPLAY "HEALTH HOLDS      : " WS-HEALTH-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> The coach must be an active "E"-type employee - a
       *> department record or a terminated employee cannot sign
       *> a roster.
       CHECK-THE-COACH.
           MOVE AMT-COACH-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "COACH NOT ON EMPLOYEE FILE" TO WS-REASON
               NOT INVALID KEY
                   IF NOT EMP-TYPE-EMPLOYEE OR NOT EMP-ACTIVE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "COACH NOT AN ACTIVE EMPLOYEE"
                           TO WS-REASON
                   END-IF
           END-READ.

       *> A new activity needs a name, a known season, a coach and
       *> dues of zero or more.
       Add-Activity.
           SET WS-VALID TO TRUE
           MOVE AMT-SEASON TO ACT-SEASON
           EVALUATE TRUE
               WHEN AMT-ACTIVITY = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "ACTIVITY CODE MISSING" TO WS-REASON
               WHEN AMT-NAME = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "ACTIVITY NAME MISSING" TO WS-REASON
               WHEN NOT ACT-SEASON-VALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "SEASON NOT F/W/S/Y" TO WS-REASON
               WHEN AMT-DUES IS NOT NUMERIC OR AMT-DUES < ZERO
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "DUES MUST BE ZERO OR MORE" TO WS-REASON
               WHEN OTHER
                   PERFORM CHECK-THE-COACH
           END-EVALUATE
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE AMT-ACTIVITY  TO ACT-CODE
               MOVE AMT-NAME      TO ACT-NAME
               MOVE AMT-SEASON    TO ACT-SEASON
               MOVE AMT-COACH-ID  TO ACT-COACH-ID
               MOVE AMT-DUES      TO ACT-DUES
               SET ACT-ACTIVE     TO TRUE
               MOVE WS-RUN-DATE   TO ACT-LAST-CHANGED
               MOVE SPACES TO WS-AUD-BEFORE
               WRITE ACTIVITY-RECORD
                   INVALID KEY
                       MOVE "ACTIVITY ALREADY ON FILE" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "WRITE   " TO WS-AUD-ACTION
                       PERFORM AUDIT-THE-ACTIVITY
               END-WRITE
           END-IF.

       Change-Activity.
           MOVE AMT-ACTIVITY TO ACT-CODE
           READ ACTIVITY-FILE
               INVALID KEY
                   MOVE "ACTIVITY NOT ON FILE" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF ACT-CLOSED
                       MOVE "ACTIVITY IS CLOSED" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM APPLY-ACTIVITY-CHANGE
                   END-IF
           END-READ.

       APPLY-ACTIVITY-CHANGE.
           PERFORM BUILD-ACTIVITY-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           SET WS-VALID TO TRUE
           IF AMT-SEASON NOT = SPACE
               MOVE AMT-SEASON TO ACT-SEASON
               IF NOT ACT-SEASON-VALID
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "SEASON NOT F/W/S/Y" TO WS-REASON
               END-IF
           END-IF
           IF AMT-DUES IS NOT NUMERIC OR AMT-DUES < ZERO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "DUES MUST BE ZERO OR MORE" TO WS-REASON
           END-IF
           IF WS-VALID AND AMT-COACH-ID NOT = ZERO
               PERFORM CHECK-THE-COACH
           END-IF
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               IF AMT-NAME NOT = SPACES
                   MOVE AMT-NAME TO ACT-NAME
               END-IF
               IF AMT-COACH-ID NOT = ZERO
                   MOVE AMT-COACH-ID TO ACT-COACH-ID
               END-IF
               IF AMT-DUES > ZERO
                   MOVE AMT-DUES TO ACT-DUES
               END-IF
               MOVE WS-RUN-DATE TO ACT-LAST-CHANGED
               PERFORM REWRITE-THE-ACTIVITY
               IF WS-VALID
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

       *> An activity is closed only once nobody is left on its
       *> roster - drop the members first, so nobody falls off the
       *> certification without a "D" on the trail.
       Close-Activity.
           MOVE AMT-ACTIVITY TO ACT-CODE
           READ ACTIVITY-FILE
               INVALID KEY
                   MOVE "ACTIVITY NOT ON FILE" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM COUNT-ACTIVE-MEMBERS
                   EVALUATE TRUE
                       WHEN ACT-CLOSED
                           MOVE "ACTIVITY ALREADY CLOSED"
                               TO WS-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN WS-MEMBER-COUNT > ZERO
                           MOVE "ACTIVITY STILL HAS MEMBERS"
                               TO WS-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN OTHER
                           PERFORM BUILD-ACTIVITY-IMAGE
                           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                           SET ACT-CLOSED   TO TRUE
                           MOVE WS-RUN-DATE TO ACT-LAST-CHANGED
                           PERFORM REWRITE-THE-ACTIVITY
                           IF WS-VALID
                               ADD 1 TO WS-CLOSE-COUNT
                           END-IF
                   END-EVALUATE
           END-READ.

       COUNT-ACTIVE-MEMBERS.
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE AMT-ACTIVITY TO AMB-ACTIVITY
           MOVE ZERO TO AMB-STUDENT-ID
           MOVE "N" TO WS-SCAN-EOF
           START MEMBER-FILE KEY IS NOT LESS THAN AMB-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ MEMBER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF AMB-ACTIVITY NOT = AMT-ACTIVITY
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF AMB-ACTIVE
                               ADD 1 TO WS-MEMBER-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-THE-ACTIVITY.
           SET WS-VALID TO TRUE
           REWRITE ACTIVITY-RECORD
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "REWRITE INVALID KEY" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM AUDIT-THE-ACTIVITY
           END-REWRITE.

       *> A join needs an open activity and an active student with
       *> no health-office hold.  A held student is flagged on the
       *> console for the activities office and left off the roster
       *> - the join is resubmitted once the health office releases
       *> the hold.
       Join-Member.
           SET WS-VALID TO TRUE
           MOVE AMT-ACTIVITY TO ACT-CODE
           READ ACTIVITY-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "ACTIVITY NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   IF ACT-CLOSED
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "ACTIVITY IS CLOSED" TO WS-REASON
                   END-IF
           END-READ
           IF WS-VALID
               MOVE AMT-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "STUDENT NOT ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       IF NOT STUDENT-ACTIVE
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "STUDENT NOT ACTIVE" TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-VALID AND WS-HAVE-HOLDS
               PERFORM CHECK-HEALTH-HOLD
           END-IF
           IF WS-VALID
               MOVE AMT-ACTIVITY   TO AMB-ACTIVITY
               MOVE AMT-STUDENT-ID TO AMB-STUDENT-ID
               READ MEMBER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-NEW-MEMBER
                   NOT INVALID KEY
                       MOVE "N" TO WS-NEW-MEMBER
                       IF AMB-ACTIVE
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "ALREADY ON THIS ROSTER"
                               TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM ROSTER-THE-STUDENT
           END-IF.

       CHECK-HEALTH-HOLD.
           MOVE AMT-STUDENT-ID TO HLD-STUDENT-ID
           MOVE "H" TO HLD-TYPE
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "HEALTH-OFFICE HOLD" TO WS-REASON
                   ADD 1 TO WS-HEALTH-COUNT
                   DISPLAY "ACTMAINT: *** ID " AMT-STUDENT-ID " "
                       STUDENT-NAME " HEALTH HOLD: " HLD-REASON
                       " - NOT ROSTERED ***"
           END-READ.

       *> Dues post first - a student is never on a roster the
       *> activity has not billed them for.  A rejoin after a drop
       *> reuses the member's record and is billed again.
       ROSTER-THE-STUDENT.
           MOVE ZERO TO WS-NEXT-SEQ
           IF ACT-DUES > ZERO
               PERFORM POST-DUES-CHARGE
           END-IF
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               IF WS-NEW-MEMBER = "Y"
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE AMT-ACTIVITY   TO AMB-ACTIVITY
                   MOVE AMT-STUDENT-ID TO AMB-STUDENT-ID
               ELSE
                   PERFORM BUILD-MEMBER-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
               END-IF
               SET AMB-ACTIVE   TO TRUE
               MOVE WS-RUN-DATE TO AMB-JOINED-DATE
               MOVE ZERO        TO AMB-DROPPED-DATE
               MOVE WS-NEXT-SEQ TO AMB-DUES-SEQ
               IF WS-NEW-MEMBER = "Y"
                   WRITE MEMBER-RECORD
                       INVALID KEY
                           DISPLAY "ACTMAINT: ROSTER WRITE FAILED, "
                               "ID=" AMT-STUDENT-ID " STATUS="
                               MEMBER-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-JOIN-COUNT
                           MOVE "WRITE   " TO WS-AUD-ACTION
                           PERFORM AUDIT-THE-MEMBER
                   END-WRITE
               ELSE
                   REWRITE MEMBER-RECORD
                       INVALID KEY
                           DISPLAY "ACTMAINT: ROSTER REWRITE "
                               "FAILED, ID=" AMT-STUDENT-ID
                               " STATUS=" MEMBER-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-JOIN-COUNT
                           MOVE "REWRITE " TO WS-AUD-ACTION
                           PERFORM AUDIT-THE-MEMBER
                   END-REWRITE
               END-IF
           END-IF.

       *> A drop leaves the dues standing - a refund goes through
       *> ADJMAINT like any other credit the office grants.
       Drop-Member.
           MOVE AMT-ACTIVITY   TO AMB-ACTIVITY
           MOVE AMT-STUDENT-ID TO AMB-STUDENT-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE "NOT ON THIS ROSTER" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF AMB-DROPPED
                       MOVE "ALREADY DROPPED" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM BUILD-MEMBER-IMAGE
                       MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                       SET AMB-DROPPED  TO TRUE
                       MOVE WS-RUN-DATE TO AMB-DROPPED-DATE
                       REWRITE MEMBER-RECORD
                           INVALID KEY
                               MOVE "REWRITE INVALID KEY"
                                   TO WS-REASON
                               PERFORM REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO WS-DROP-COUNT
                               MOVE "REWRITE " TO WS-AUD-ACTION
                               PERFORM AUDIT-THE-MEMBER
                       END-REWRITE
                   END-IF
           END-READ.

       *> The dues post as an ACT open item under the student's
       *> next sequence, exactly the way CHGPOST posts its feed -
       *> itemized on the statement, reversible item by item.
       POST-DUES-CHARGE.
           PERFORM FIND-NEXT-ITEM-SEQ
           MOVE AMT-STUDENT-ID    TO CHG-STUDENT-ID
           MOVE WS-NEXT-SEQ       TO CHG-ITEM-SEQ
           MOVE "ACT"             TO CHG-CHARGE-CODE
           MOVE ACT-DUES          TO CHG-AMOUNT
           MOVE WS-RUN-DATE       TO CHG-POST-DATE
           SET CHG-OPEN           TO TRUE
           MOVE SPACE             TO CHG-DISPUTE-FLAG
           MOVE ZERO              TO CHG-DISPUTE-DATE
           MOVE ZERO              TO CHG-WRITEOFF-DATE
           MOVE SPACES            TO CHG-WRITEOFF-REASON
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           WRITE CHARGE-RECORD
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "DUES CHARGE WRITE FAILED" TO WS-REASON
                   MOVE ZERO TO WS-NEXT-SEQ
               NOT INVALID KEY
                   ADD ACT-DUES TO STUDENT-TUITION-BALANCE
                   MOVE WS-RUN-DATE
                       TO STUDENT-LAST-ACTIVITY-DATE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "ACTMAINT: BALANCE REWRITE "
                               "FAILED, ID=" AMT-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-DUES-COUNT
                           PERFORM JOURNAL-THE-DUES
                           PERFORM AUDIT-THE-BALANCE
                   END-REWRITE
           END-WRITE.

       JOURNAL-THE-DUES.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE ACT-DUES TO WS-GL-AMOUNT
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "ACTREV" TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       *> Same next-sequence walk CHGPOST uses over this student's
       *> ledger items.
       FIND-NEXT-ITEM-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE AMT-STUDENT-ID TO CHG-STUDENT-ID
           MOVE ZERO TO CHG-ITEM-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CHG-STUDENT-ID = AMT-STUDENT-ID
                           MOVE CHG-ITEM-SEQ TO WS-NEXT-SEQ
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "ACTMAINT: REJECTED " AMT-ACTION " ACTIVITY="
               AMT-ACTIVITY " STUDENT=" AMT-STUDENT-ID
               " REASON=" WS-REASON.

       *> Readable summary of the activity in hand - code, name,
       *> season, coach, dues and status.
       BUILD-ACTIVITY-IMAGE.
           MOVE ACT-DUES TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AUD-AFTER
           STRING "ACT " ACT-CODE " " ACT-NAME " " ACT-SEASON " "
               ACT-COACH-ID " " WS-AMOUNT-EDIT " " ACT-STATUS
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       *> Readable summary of the roster entry in hand - activity,
       *> status, joined/dropped dates and the dues item.
       BUILD-MEMBER-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER
           STRING "AMB " AMB-ACTIVITY " " AMB-STATUS " "
               AMB-JOINED-DATE "-" AMB-DROPPED-DATE " "
               AMB-DUES-SEQ
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       AUDIT-THE-ACTIVITY.
           PERFORM BUILD-ACTIVITY-IMAGE
           MOVE ZERO TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       AUDIT-THE-MEMBER.
           PERFORM BUILD-MEMBER-IMAGE
           MOVE AMB-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       AUDIT-THE-BALANCE.
           MOVE "REWRITE " TO WS-AUD-ACTION
           MOVE STUDENT-ID     TO WS-AUD-STUDENT-ID
           MOVE STUDENT-RECORD TO WS-AUD-AFTER
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACT-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTIVITY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTIVITY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTMBR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEMBER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF.
