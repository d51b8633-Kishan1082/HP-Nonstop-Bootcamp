               RECORD KEY IS LEL-STUDENT-ID
               FILE STATUS IS LASTELIG-FS.

           *> ACTMAINT's rosters - only a student on the roster of an
           *> open activity is certified, once however many teams and
           *> clubs they are on, and listed under each one's coach.
           SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMB-KEY
               ALTERNATE RECORD KEY IS AMB-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS MEMBER-FS.

           SELECT ACTIVITY-FILE ASSIGN TO WS-ACTIVITY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CODE
               FILE STATUS IS ACTIVITY-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           *> The health office's "H" holds.  No hold file on the
           *> system means no holds in force.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.
           05 LEL-STATUS            PIC X(1).
           05 LEL-RULED-DATE        PIC 9(8).

       FD MEMBER-FILE.
       01 MEMBER-RECORD.
           COPY "ACTMBRRC".

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           COPY "ACTVTYRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD ELIG-WORK.
       01 ELIG-WORK-RECORD.
           05 ELW-COACH-ID          PIC 9(3).
           05 ELW-COACH-NAME        PIC X(20).
           05 ELW-ACTIVITY          PIC X(4).
           05 ELW-ACTIVITY-NAME     PIC X(20).
           05 ELW-SEASON            PIC X(1).
           05 ELW-STUDENT-ID        PIC 9(6).
           05 ELW-STUDENT-NAME      PIC X(20).
           05 ELW-STATUS            PIC X(1).
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-LASTELIG-DSNAME        PIC X(40) VALUE "eliglast.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "eligcert.rpt".
       01 WS-MEMBER-DSNAME          PIC X(40) VALUE "actmbr.idx".
       01 WS-ACTIVITY-DSNAME        PIC X(40) VALUE "activity.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 LASTELIG-FS              PIC XX.
       01 PRINT-FS                 PIC XX.
       01 MEMBER-FS                PIC XX.
       01 ACTIVITY-FS              PIC XX.
       01 EMP-FS                   PIC XX.
       01 HOLD-FS                  PIC XX.
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ELIGIBLE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-INELIGIBLE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ROSTER-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-MEMBER-EOF            PIC X VALUE "N".
       01 WS-RULED-FLAG            PIC X(1).
           88 WS-STUDENT-RULED     VALUE "Y".
       01 WS-CURRENT-COACH         PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-ACTIVITY      PIC X(4) VALUE SPACES.
       01 WS-THIS-STATUS           PIC X(1).
       01 WS-THIS-REASON           PIC X(30).

       *> The league's rules, overridable per run: minimum GPA,
       *> minimum attendance, no business-office hold, no
       *> health-office hold, and no academic probation.
       01 WS-MIN-GPA               USAGE COMP-1 VALUE 2.0.
       01 WS-MIN-ATTEND            USAGE COMP-1 VALUE 85.0.

       01 WS-PLACED-FLAG           PIC X(1).
           88 WS-ACCT-PLACED       VALUE "Y".
       01 WS-PLACED-REASON         PIC X(30).
       01 WS-HEALTH-FLAG           PIC X(1).
           88 WS-HEALTH-HELD       VALUE "Y".

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT MEMBER-FILE
           IF MEMBER-FS NOT = "00"
               DISPLAY "ELIGCERT: UNABLE TO OPEN ACTIVITY ROSTERS, "
                   "STATUS=" MEMBER-FS
               STOP RUN
           END-IF

           OPEN INPUT ACTIVITY-FILE
           IF ACTIVITY-FS NOT = "00"
               DISPLAY "ELIGCERT: UNABLE TO OPEN ACTIVITY FILE, "
                   "STATUS=" ACTIVITY-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "ELIGCERT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF HOLD-FS = "00"
               SET WS-HAVE-HOLDS TO TRUE
           END-IF

           OPEN I-O LAST-ELIG-FILE
           IF LASTELIG-FS NOT = "00"
               OPEN OUTPUT LAST-ELIG-FILE
           OPEN OUTPUT PRINT-FILE

           SORT ELIG-WORK
               ON ASCENDING KEY ELW-COACH-ID
               ON ASCENDING KEY ELW-ACTIVITY
               ON ASCENDING KEY ELW-STUDENT-ID
               INPUT PROCEDURE IS RULE-ON-STUDENTS
               OUTPUT PROCEDURE IS PRINT-THE-ROSTER
           PERFORM PRINT-CERT-FOOTER
           CLOSE PRINT-FILE
           CLOSE LAST-ELIG-FILE
           CLOSE MEMBER-FILE
           CLOSE ACTIVITY-FILE
           CLOSE EMP-FILE
           IF WS-HAVE-HOLDS
               CLOSE HOLD-FILE
           END-IF

           DISPLAY "===== WEEKLY ELIGIBILITY CERTIFICATION ====="
           DISPLAY "ELIGIBLE       : " WS-ELIGIBLE-COUNT
           DISPLAY "INELIGIBLE     : " WS-INELIGIBLE-COUNT
           DISPLAY "CHANGED VS LAST: " WS-CHANGED-COUNT
           DISPLAY "ROSTER PLACES  : " WS-ROSTER-COUNT
           DISPLAY "ELIGCERT: ROSTER SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF STUDENT-ACTIVE
                               PERFORM CERTIFY-IF-ROSTERED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       *> Walks every activity the student is on.  The first open
       *> activity rules on them; each one then gets its own line
       *> on its coach's roster carrying that one ruling.
       CERTIFY-IF-ROSTERED.
           MOVE "N" TO WS-RULED-FLAG
           MOVE STUDENT-ID TO AMB-STUDENT-ID
           MOVE "N" TO WS-MEMBER-EOF
           START MEMBER-FILE KEY IS = AMB-STUDENT-ID
               INVALID KEY MOVE "Y" TO WS-MEMBER-EOF
           END-START
           PERFORM UNTIL WS-MEMBER-EOF = "Y"
               READ MEMBER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MEMBER-EOF
                   NOT AT END
                       IF AMB-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-MEMBER-EOF
                       ELSE
                           IF AMB-ACTIVE
                               PERFORM Take-One-Membership
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Take-One-Membership.
           MOVE AMB-ACTIVITY TO ACT-CODE
           READ ACTIVITY-FILE
               INVALID KEY
                   MOVE "C" TO ACT-STATUS
           END-READ
           IF ACT-ACTIVE
               IF NOT WS-STUDENT-RULED
                   PERFORM RULE-ON-ONE-STUDENT
                   MOVE "Y" TO WS-RULED-FLAG
               END-IF
               PERFORM RELEASE-ROSTER-LINE
           END-IF.

       *> The league's rules in strict order - the FIRST failing
       *> condition is the one the coach reads on the roster.
       RULE-ON-ONE-STUDENT.
           MOVE "N" TO WS-PLACED-FLAG
           CALL "COLLCHK" USING WS-COLL-CHECK-ID WS-PLACED-FLAG
               WS-PLACED-REASON
           MOVE "N" TO WS-HEALTH-FLAG
           IF WS-HAVE-HOLDS
               MOVE STUDENT-ID TO HLD-STUDENT-ID
               MOVE "H" TO HLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HEALTH-FLAG
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN STUDENT-GPA < WS-MIN-GPA
                   MOVE "I" TO WS-THIS-STATUS
               WHEN WS-ACCT-PLACED
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "BUSINESS-OFFICE HOLD" TO WS-THIS-REASON
               WHEN WS-HEALTH-HELD
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "HEALTH-OFFICE HOLD" TO WS-THIS-REASON
               WHEN STUDENT-PROBATION
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "ON ACADEMIC PROBATION" TO WS-THIS-REASON
               ADD 1 TO WS-INELIGIBLE-COUNT
           END-IF

           PERFORM NOTE-WEEKLY-CHANGE.

       RELEASE-ROSTER-LINE.
           MOVE ACT-COACH-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "COACH NOT ON FILE" TO EMP-NAME
           END-READ
           MOVE ACT-COACH-ID   TO ELW-COACH-ID
           MOVE EMP-NAME       TO ELW-COACH-NAME
           MOVE ACT-CODE       TO ELW-ACTIVITY
           MOVE ACT-NAME       TO ELW-ACTIVITY-NAME
           MOVE ACT-SEASON     TO ELW-SEASON
           MOVE STUDENT-ID     TO ELW-STUDENT-ID
           MOVE STUDENT-NAME   TO ELW-STUDENT-NAME
           MOVE WS-THIS-STATUS TO ELW-STATUS
           MOVE WS-THIS-REASON TO ELW-REASON
           ADD 1 TO WS-ROSTER-COUNT
           RELEASE ELIG-WORK-RECORD.

       *> The change list a coach actually reads: who moved which
                   END-REWRITE
           END-READ.

       *> One roster per coach, each starting a fresh page so it
       *> can be handed to the coach on its own, activities under
       *> it in code order.
       PRINT-THE-ROSTER.
           MOVE "N" TO WS-WORK-EOF
           MOVE ZERO TO WS-CURRENT-COACH
           MOVE SPACES TO WS-CURRENT-ACTIVITY
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ELIG-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF ELW-COACH-ID NOT = WS-CURRENT-COACH
                               OR WS-CURRENT-ACTIVITY = SPACES
                           MOVE ELW-COACH-ID TO WS-CURRENT-COACH
                           MOVE SPACES TO WS-CURRENT-ACTIVITY
                           MOVE 999 TO WS-LINE-COUNT
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "COACH " ELW-COACH-ID " "
                               ELW-COACH-NAME
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM PRINT-A-LINE
                       END-IF
                       IF ELW-ACTIVITY NOT = WS-CURRENT-ACTIVITY
                           MOVE ELW-ACTIVITY TO WS-CURRENT-ACTIVITY
                           MOVE SPACES TO WS-PRINT-LINE
                           PERFORM PRINT-A-LINE
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "  " ELW-ACTIVITY " "
                               ELW-ACTIVITY-NAME " SEASON "
                               ELW-SEASON
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM PRINT-A-LINE
                       END-IF
                       MOVE SPACES TO WS-PRINT-LINE
                       IF ELW-STATUS = "E"
                           STRING "    " ELW-STUDENT-ID " "
                               ELW-STUDENT-NAME " ELIGIBLE"
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                       ELSE
                           STRING "    " ELW-STUDENT-ID " "
                               ELW-STUDENT-NAME " INELIGIBLE - "
                               ELW-REASON
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTMBR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEMBER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTIVITY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTIVITY-DSNAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ELIG-MIN-GPA"
           IF WS-ENV-OVERRIDE NOT = SPACES
