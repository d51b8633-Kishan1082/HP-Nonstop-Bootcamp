               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHGTRAN-FS.

           *> DEPMAINT's employee-dependent links - staff children's
           *> tuition remission is generated here instead of being
           *> credited by hand after the run.  Optional: no link file
           *> means no remissions.  A link whose employee is no
           *> longer active is dropped as the assessment reaches it.
           SELECT DEPLINK-FILE ASSIGN TO WS-DEPLINK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPL-KEY
               ALTERNATE RECORD KEY IS DPL-MEMBER-STUDENT
                   WITH DUPLICATES
               FILE STATUS IS DEPLINK-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           *> The employee's pay group is the remission category.
           SELECT PAY-RATE-FILE ASSIGN TO WS-PAYRATE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-EMP-ID
               FILE STATUS IS PAYRATE-FS.

           *> Remission rate per employee category - a category with
           *> no rate on file draws no remission.
           SELECT REMRATE-FILE ASSIGN TO WS-REMRATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMRATE-FS.

           *> What was granted, per student per term, for HR's
           *> remission report (REMRPT).
           SELECT REMIT-FILE ASSIGN TO WS-REMIT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-KEY
               FILE STATUS IS REMIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
           05 CHT-AMOUNT            PIC S9(5)V99 COMP-3.
           05 CHT-POST-DATE         PIC 9(8).

       FD DEPLINK-FILE.
       01 DEPLINK-RECORD.
           COPY "DEPLNKRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD PAY-RATE-FILE.
       01 PAY-RATE-RECORD.
           COPY "PAYRTRC".

       FD REMRATE-FILE.
       01 REMRATE-RECORD.
           05 RRT-CATEGORY          PIC X(2).
           05 RRT-PCT               PIC 9(3)V99.

       FD REMIT-FILE.
       01 REMIT-RECORD.
           COPY "REMITRC".

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-RATE-DSNAME            PIC X(40) VALUE "ratemast.idx".
       01 WS-FIRST-CHILD-ID        PIC 9(6) VALUE ZERO.
       01 WS-THIS-FAMILY           PIC 9(6) VALUE ZERO.

       *> Dependent tuition remission: the first linked employee
       *> still active draws a credit of the category's percentage
       *> of the tuition left after any sibling discount, posted
       *> under its own charge code (REMISSION-CODE).
       01 WS-DEPLINK-DSNAME        PIC X(40) VALUE "deplink.idx".
       01 WS-EMP-DSNAME            PIC X(40) VALUE "employees.dat".
       01 WS-PAYRATE-DSNAME        PIC X(40) VALUE "payrate.idx".
       01 WS-REMRATE-DSNAME        PIC X(40) VALUE "remrate.dat".
       01 WS-REMIT-DSNAME          PIC X(40) VALUE "remit.idx".
       01 DEPLINK-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PAYRATE-FS               PIC XX.
       01 REMRATE-FS               PIC XX.
       01 REMIT-FS                 PIC XX.
       01 WS-DEPLINK-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-DEPLINKS     VALUE "Y".
       01 WS-PAYRATE-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-PAYRATES     VALUE "Y".
       01 WS-REMIT-CODE            PIC X(3) VALUE "REM".
       01 WS-DPL-SCAN-EOF          PIC X VALUE "N".
       01 WS-REMIT-DONE            PIC X VALUE "N".
       01 WS-NET-TUITION           PIC S9(5)V99 COMP-3 VALUE ZERO.
       01 WS-REMIT-AMOUNT          PIC S9(5)V99 COMP-3 VALUE ZERO.
       01 WS-REMIT-CATEGORY        PIC X(2).
       01 WS-REMIT-PCT             PIC 9(3)V99 VALUE ZERO.
       01 WS-REMIT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-REMIT-NO-RATE-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-LINK-DROP-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REM-TABLE.
           05 WS-REM-ENTRY OCCURS 20 TIMES.
               10 WS-REM-CATEGORY   PIC X(2).
               10 WS-REM-PCT        PIC 9(3)V99.
       01 WS-REM-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-REM-SUB               PIC 9(2) COMP.

       *> When set (CAMPUS-FILTER), only that campus's students are
       *> assessed - the merged district opens its terms one campus
       *> at a time.
       *> business date.
       01 WS-BD-FUNCTION           PIC X(1).

       *> Simulation mode (SIMULATION-MODE=Y): the run reads the
       *> live files and writes its charge feed and totals as usual,
       *> but the feed goes to a ".sim" file beside the live one and
       *> the dependent links and remission records are left as
       *> they were - a simulated feed is never picked up by CHGPOST
       *> by accident.
       01 WS-SIM-FLAG              PIC X VALUE "N".
           88 WS-SIMULATION        VALUE "Y".
       01 WS-SIM-DSNAME            PIC X(40).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM SET-SIMULATION-MODE

           *> Assessment is a term-open action: it refuses to run
           *> when the business date falls outside the current term,
                   "DISCOUNTS GENERATED"
           END-IF

           PERFORM OPEN-REMISSION-FILES

           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
           IF WS-HAVE-FAMILY
               CLOSE FAMILY-FILE
           END-IF
           IF WS-HAVE-DEPLINKS
               CLOSE DEPLINK-FILE
               CLOSE EMP-FILE
               IF NOT WS-SIMULATION
                   CLOSE REMIT-FILE
               END-IF
           END-IF
           IF WS-HAVE-PAYRATES
               CLOSE PAY-RATE-FILE
           END-IF

           CALL "CURREDIT" USING WS-TOTAL-ASSESSED WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "===== TERM ASSESSMENT SUMMARY - "
                   "*** SIMULATION *** ====="
           ELSE
               DISPLAY "===== TERM ASSESSMENT SUMMARY ====="
           END-IF
           DISPLAY "TERM             : " WS-CURRENT-TERM
           DISPLAY "ACTIVE STUDENTS  : " WS-STUDENT-COUNT
           DISPLAY "TUITION CHARGES  : " WS-ASSESSED-COUNT
           DISPLAY "STANDARD FEES    : " WS-FEE-COUNT
           DISPLAY "SIBLING DISCOUNTS: " WS-DISC-COUNT
           DISPLAY "STAFF REMISSIONS : " WS-REMIT-COUNT
           DISPLAY "NO REMISSION RATE: " WS-REMIT-NO-RATE-COUNT
           DISPLAY "LINKS DROPPED    : " WS-LINK-DROP-COUNT
           DISPLAY "NO RATE ON FILE  : " WS-NO-RATE-COUNT
           DISPLAY "AMOUNT GENERATED : " WS-TOTAL-EDIT
           IF WS-SIMULATION
               DISPLAY "ASSESS: *** SIMULATION *** FEED WRITTEN TO "
                   WS-CHGTRAN-DSNAME
               DISPLAY "*** SIMULATION - NOTHING WAS POSTED; THE "
                   "TOTALS ARE WHAT A LIVE RUN WOULD GENERATE ***"
           ELSE
               DISPLAY "ASSESS: FEED WRITTEN TO " WS-CHGTRAN-DSNAME
                   " - RUN CHGPOST TO POST"
           END-IF

           STOP RUN.

           END-READ.

       GENERATE-TERM-CHARGES.
           MOVE RTE-TERM-TUITION TO WS-NET-TUITION
           MOVE STUDENT-ID       TO CHT-STUDENT-ID
           MOVE "TUI"            TO CHT-CHARGE-CODE
           MOVE RTE-TERM-TUITION TO CHT-AMOUNT

           IF WS-HAVE-FAMILY
               PERFORM CONSIDER-SIBLING-DISCOUNT
           END-IF

           IF WS-HAVE-DEPLINKS
               PERFORM CONSIDER-REMISSION
           END-IF.

       *> The household's first child (lowest STUDENT-ID in the
               WRITE CHG-TRAN-RECORD
               ADD 1 TO WS-DISC-COUNT
               SUBTRACT WS-DISC-AMOUNT FROM WS-TOTAL-ASSESSED
               SUBTRACT WS-DISC-AMOUNT FROM WS-NET-TUITION
           END-IF.

       *> Remission needs the link file and the HR master to judge
       *> it by; the pay-rate file only supplies the category, and
       *> without it every employee is the blank category.
       OPEN-REMISSION-FILES.
           IF WS-SIMULATION
               OPEN INPUT DEPLINK-FILE
           ELSE
               OPEN I-O DEPLINK-FILE
           END-IF
           IF DEPLINK-FS = "00"
               OPEN INPUT EMP-FILE
               IF EMP-FS = "00"
                   SET WS-HAVE-DEPLINKS TO TRUE
               ELSE
                   DISPLAY "ASSESS: NO EMPLOYEE FILE - NO STAFF "
                       "REMISSIONS GENERATED"
                   CLOSE DEPLINK-FILE
               END-IF
           ELSE
               DISPLAY "ASSESS: NO DEPENDENT LINK FILE - NO STAFF "
                   "REMISSIONS GENERATED"
           END-IF
           IF WS-HAVE-DEPLINKS
               OPEN INPUT PAY-RATE-FILE
               IF PAYRATE-FS = "00"
                   SET WS-HAVE-PAYRATES TO TRUE
               END-IF
               IF NOT WS-SIMULATION
                   OPEN I-O REMIT-FILE
                   IF REMIT-FS NOT = "00"
                       OPEN OUTPUT REMIT-FILE
                       CLOSE REMIT-FILE
                       OPEN I-O REMIT-FILE
                   END-IF
               END-IF
               PERFORM LOAD-REMISSION-RATES
           END-IF.

       LOAD-REMISSION-RATES.
           OPEN INPUT REMRATE-FILE
           IF REMRATE-FS NOT = "00"
               DISPLAY "ASSESS: NO REMISSION RATE FILE - LINKED "
                   "DEPENDENTS DRAW NO REMISSION"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REMRATE-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-REM-USED < 20
                               ADD 1 TO WS-REM-USED
                               MOVE RRT-CATEGORY TO
                                   WS-REM-CATEGORY (WS-REM-USED)
                               MOVE RRT-PCT TO
                                   WS-REM-PCT (WS-REM-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMRATE-FILE
               MOVE "N" TO WS-EOF
           END-IF.

       *> Every link for the student is walked so a terminated
       *> employee's link drops even when another parent's link has
       *> already drawn the remission.
       CONSIDER-REMISSION.
           MOVE "N" TO WS-REMIT-DONE
           MOVE "N" TO WS-DPL-SCAN-EOF
           MOVE STUDENT-ID TO DPL-MEMBER-STUDENT
           START DEPLINK-FILE KEY IS EQUAL TO DPL-MEMBER-STUDENT
               INVALID KEY MOVE "Y" TO WS-DPL-SCAN-EOF
           END-START
           PERFORM UNTIL WS-DPL-SCAN-EOF = "Y"
               READ DEPLINK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-DPL-SCAN-EOF
                   NOT AT END
                       IF DPL-MEMBER-STUDENT NOT = STUDENT-ID
                           MOVE "Y" TO WS-DPL-SCAN-EOF
                       ELSE
                           IF DPL-ACTIVE
                               PERFORM JUDGE-ONE-LINK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       JUDGE-ONE-LINK.
           MOVE DPL-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   PERFORM DROP-THE-LINK
               NOT INVALID KEY
                   IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                       IF WS-REMIT-DONE = "N"
                           PERFORM GENERATE-REMISSION-CREDIT
                           MOVE "Y" TO WS-REMIT-DONE
                       END-IF
                   ELSE
                       PERFORM DROP-THE-LINK
                   END-IF
           END-READ.

       DROP-THE-LINK.
           MOVE "D" TO DPL-STATUS
           MOVE WS-RUN-DATE TO DPL-DROPPED-DATE
           IF WS-SIMULATION
               ADD 1 TO WS-LINK-DROP-COUNT
               DISPLAY "ASSESS: *** SIMULATION *** EMPLOYEE "
                   DPL-EMP-ID " NOT ACTIVE - LINK TO ID="
                   DPL-STUDENT-ID " WOULD DROP"
           ELSE
               REWRITE DEPLINK-RECORD
                   INVALID KEY
                       DISPLAY "ASSESS: LINK DROP FAILED, EMP="
                           DPL-EMP-ID " ID=" DPL-STUDENT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-LINK-DROP-COUNT
                       DISPLAY "ASSESS: EMPLOYEE " DPL-EMP-ID
                           " NOT ACTIVE - DEPENDENT LINK TO ID="
                           DPL-STUDENT-ID " DROPPED"
               END-REWRITE
           END-IF.

       GENERATE-REMISSION-CREDIT.
           MOVE SPACES TO WS-REMIT-CATEGORY
           IF WS-HAVE-PAYRATES
               MOVE EMP-ID TO PAY-EMP-ID
               READ PAY-RATE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PAY-GROUP TO WS-REMIT-CATEGORY
               END-READ
           END-IF
           MOVE ZERO TO WS-REMIT-PCT
           PERFORM VARYING WS-REM-SUB FROM 1 BY 1
                   UNTIL WS-REM-SUB > WS-REM-USED
               IF WS-REM-CATEGORY (WS-REM-SUB) = WS-REMIT-CATEGORY
                   MOVE WS-REM-PCT (WS-REM-SUB) TO WS-REMIT-PCT
               END-IF
           END-PERFORM
           IF WS-REMIT-PCT > 100
               MOVE 100 TO WS-REMIT-PCT
           END-IF
           COMPUTE WS-REMIT-AMOUNT ROUNDED =
               WS-NET-TUITION * WS-REMIT-PCT / 100
           IF WS-REMIT-AMOUNT > ZERO
               MOVE STUDENT-ID    TO CHT-STUDENT-ID
               MOVE WS-REMIT-CODE TO CHT-CHARGE-CODE
               COMPUTE CHT-AMOUNT = ZERO - WS-REMIT-AMOUNT
               MOVE WS-RUN-DATE   TO CHT-POST-DATE
               WRITE CHG-TRAN-RECORD
               ADD 1 TO WS-REMIT-COUNT
               SUBTRACT WS-REMIT-AMOUNT FROM WS-TOTAL-ASSESSED
               IF NOT WS-SIMULATION
                   PERFORM RECORD-THE-REMISSION
               END-IF
           ELSE
               ADD 1 TO WS-REMIT-NO-RATE-COUNT
               DISPLAY "ASSESS: NO REMISSION RATE FOR CATEGORY '"
                   WS-REMIT-CATEGORY "', EMP=" EMP-ID
                   " ID=" STUDENT-ID
           END-IF.

       RECORD-THE-REMISSION.
           MOVE WS-CURRENT-TERM  TO RMT-TERM
           MOVE STUDENT-ID       TO RMT-STUDENT-ID
           MOVE STUDENT-NAME     TO RMT-STUDENT-NAME
           MOVE STUDENT-CAMPUS   TO RMT-CAMPUS
           MOVE EMP-ID           TO RMT-EMP-ID
           MOVE EMP-DEPT-CODE    TO RMT-DEPT-CODE
           MOVE WS-REMIT-CATEGORY TO RMT-CATEGORY
           MOVE WS-REMIT-PCT     TO RMT-PCT
           MOVE WS-NET-TUITION   TO RMT-TUITION
           MOVE WS-REMIT-AMOUNT  TO RMT-AMOUNT
           MOVE WS-RUN-DATE      TO RMT-ASSESS-DATE
           WRITE REMIT-RECORD
               INVALID KEY
                   REWRITE REMIT-RECORD
                       INVALID KEY
                           DISPLAY "ASSESS: REMISSION RECORD "
                               "REWRITE FAILED, ID=" STUDENT-ID
                   END-REWRITE
           END-WRITE.

       *> The simulated feed is the live one's name with ".sim" on
       *> the end, so a trial can never be posted in its place.
       SET-SIMULATION-MODE.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SIMULATION-MODE"
           IF WS-ENV-OVERRIDE = "Y" OR WS-ENV-OVERRIDE = "y"
               SET WS-SIMULATION TO TRUE
               MOVE SPACES TO WS-SIM-DSNAME
               STRING WS-CHGTRAN-DSNAME DELIMITED BY SPACE
                   ".sim" DELIMITED BY SIZE
                   INTO WS-SIM-DSNAME
               MOVE WS-SIM-DSNAME TO WS-CHGTRAN-DSNAME
               DISPLAY "ASSESS: *** SIMULATION RUN - NOTHING WILL BE "
                   "POSTED ***"
               DISPLAY "ASSESS: *** SIMULATION *** CHARGE FEED TO "
                   WS-CHGTRAN-DSNAME
           END-IF.

       *> Lets a site redirect any of this run's files at run time
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-SIB-DISC-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEPLINK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPLINK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYRATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYRATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REMRATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMRATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REMIT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMIT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REMISSION-CODE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REMIT-CODE
           END-IF.
