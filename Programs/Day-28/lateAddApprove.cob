       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEAPRV.

      *> Counselor's late-add approval screen.  Walks the late adds
      *> ENRLMNT queued past the term's add deadline, in the order
      *> REFAPPR walks its refund queue: each pending request is
      *> released or denied (with a reason) and the decision is
      *> audited.  A release feeds an "L" action back onto the
      *> enrollment feed, so the add posts on the next ENRLMNT run
      *> under every rule but the deadline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-ADD-FILE ASSIGN TO WS-LATEADD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAD-KEY
               FILE STATUS IS LATEADD-FS.

           *> Names on the screen only - a missing master shows the
           *> request without one.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> ENRLMNT's own input feed - a released add is appended
           *> as an "L" action.
           SELECT ENR-TRAN-FILE ASSIGN TO WS-ENRTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENRTRAN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LATE-ADD-FILE.
       01 LATE-ADD-RECORD.
           COPY "LATEADRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD ENR-TRAN-FILE.
       01 ENR-TRAN-RECORD.
           05 ENT-ACTION            PIC X(1).
           05 ENT-STUDENT-ID        PIC 9(6).
           05 ENT-COURSE-CODE       PIC X(3).
           05 ENT-TERM              PIC 9(2).
           05 ENT-ACTION-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-LATEADD-DSNAME         PIC X(40) VALUE "lateadd.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENRTRAN-DSNAME         PIC X(40) VALUE "enrtran.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 LATEADD-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 ENRTRAN-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CHOICE                PIC X(1).
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-STUDENTS-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-STUDENTS     VALUE "Y".
       01 WS-SHOW-NAME             PIC X(20).
       01 WS-REASON-IN             PIC X(30).
       01 WS-RELEASED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DENIED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SEEN-COUNT            PIC 9(6) VALUE ZERO.

       *> AUDITWR call arguments - one record per decision, the
       *> request as queued in the before image and the decision in
       *> the after image.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "LATEAPRV".
       01 WS-AUD-ACTION            PIC X(8).
       01 WS-AUD-SOURCE            PIC X(12) VALUE "LATE ADD".
       01 WS-AUD-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> SYSSTAT call arguments - deciding during the batch window
       *> is allowed but flagged.
       01 WS-SYS-FUNCTION          PIC X(1).
       01 WS-SYS-STATE             PIC X(1).

       *> OPERSIGN call arguments - pushing an add past the deadline
       *> is a counselor's decision, level 6, the same level
       *> ENRLMNT asks for a prerequisite override.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "LATEAPRV: SIGN-ON FAILED"
               STOP RUN
           END-IF

           OPEN I-O LATE-ADD-FILE
           IF LATEADD-FS NOT = "00"
               DISPLAY "LATEAPRV: UNABLE TO OPEN LATE-ADD QUEUE, "
                   "STATUS=" LATEADD-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS = "00"
               SET WS-HAVE-STUDENTS TO TRUE
           END-IF

           PERFORM WARN-IF-BATCH-WINDOW

           DISPLAY "===== LATE-ADD APPROVAL ====="
           DISPLAY "R=RELEASE  D=DENY  S=SKIP  X=EXIT"

           PERFORM UNTIL WS-EOF = "Y" OR WS-DONE
               READ LATE-ADD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LAD-PENDING
                           PERFORM REVIEW-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LATE-ADD-FILE
           IF WS-HAVE-STUDENTS
               CLOSE STUDENT-FILE
           END-IF

           DISPLAY " "
           DISPLAY "REVIEWED THIS SESSION: " WS-SEEN-COUNT
           DISPLAY "RELEASED THIS SESSION: " WS-RELEASED-COUNT
           DISPLAY "DENIED THIS SESSION  : " WS-DENIED-COUNT
           IF WS-RELEASED-COUNT > ZERO
               DISPLAY "LATEAPRV: RELEASED ADDS APPENDED TO "
                   WS-ENRTRAN-DSNAME " - THEY POST ON THE NEXT "
                   "ENRLMNT RUN"
           END-IF

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       *> The session note must never outlive the screen - a stale
       *> note would stamp overnight batch audits with an operator
       *> who went home hours ago.
       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       WARN-IF-BATCH-WINDOW.
           MOVE "Q" TO WS-SYS-FUNCTION
           CALL "SYSSTAT" USING WS-SYS-FUNCTION WS-SYS-STATE
           IF WS-SYS-STATE = "B"
               DISPLAY "*** BATCH IN PROGRESS - DATA SHOWN MAY BE "
                   "MID-UPDATE ***"
           END-IF.

       REVIEW-ONE-REQUEST.
           ADD 1 TO WS-SEEN-COUNT
           PERFORM LOOK-UP-NAME
           DISPLAY " "
           DISPLAY "ID: " LAD-STUDENT-ID " NAME: " WS-SHOW-NAME
           DISPLAY "COURSE: " LAD-COURSE-CODE " TERM: " LAD-TERM
               "  ASKED " LAD-REQUEST-DATE
               "  QUEUED " LAD-QUEUED-DATE
           IF LAD-REQUEST-ACTION = "O"
               DISPLAY "PREREQUISITE OVERRIDE REQUESTED"
           END-IF
           DISPLAY "DECISION (R/D/S/X): " WITH NO ADVANCING
           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN "R" WHEN "r"
                   PERFORM RELEASE-THE-ADD
               WHEN "D" WHEN "d"
                   PERFORM DENY-THE-ADD
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-SHOW-NAME
           IF WS-HAVE-STUDENTS
               MOVE LAD-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-SHOW-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-SHOW-NAME
               END-READ
           END-IF.

       *> The feed row carries today's business date as the action
       *> date - the enrollment, its fee and its refund window all
       *> date from the release, not the original late request.
       RELEASE-THE-ADD.
           PERFORM DESCRIBE-REQUEST
           SET LAD-RELEASED TO TRUE
           MOVE WS-OPERATOR-ID TO LAD-DECIDED-BY
           MOVE WS-RUN-DATE    TO LAD-DECISION-DATE
           MOVE SPACES         TO LAD-DECISION-REASON
           REWRITE LATE-ADD-RECORD
               INVALID KEY
                   DISPLAY "LATEAPRV: REWRITE FAILED, ID="
                       LAD-STUDENT-ID " STATUS=" LATEADD-FS
               NOT INVALID KEY
                   PERFORM FEED-RELEASED-ADD
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "LATEREL " TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING "RELEASED BY " LAD-DECIDED-BY
                       " ON " LAD-DECISION-DATE
                       DELIMITED BY SIZE INTO WS-AUD-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       FEED-RELEASED-ADD.
           OPEN EXTEND ENR-TRAN-FILE
           IF ENRTRAN-FS NOT = "00"
               OPEN OUTPUT ENR-TRAN-FILE
           END-IF
           MOVE "L"             TO ENT-ACTION
           MOVE LAD-STUDENT-ID  TO ENT-STUDENT-ID
           MOVE LAD-COURSE-CODE TO ENT-COURSE-CODE
           MOVE LAD-TERM        TO ENT-TERM
           MOVE WS-RUN-DATE     TO ENT-ACTION-DATE
           WRITE ENR-TRAN-RECORD
           CLOSE ENR-TRAN-FILE.

       *> A denial needs a reason - it is what the weekly report
       *> and the student are told.
       DENY-THE-ADD.
           MOVE SPACES TO WS-REASON-IN
           PERFORM UNTIL WS-REASON-IN NOT = SPACES
               DISPLAY "REASON FOR DENIAL: " WITH NO ADVANCING
               ACCEPT WS-REASON-IN
           END-PERFORM
           PERFORM DESCRIBE-REQUEST
           SET LAD-DENIED TO TRUE
           MOVE WS-OPERATOR-ID TO LAD-DECIDED-BY
           MOVE WS-RUN-DATE    TO LAD-DECISION-DATE
           MOVE WS-REASON-IN   TO LAD-DECISION-REASON
           REWRITE LATE-ADD-RECORD
               INVALID KEY
                   DISPLAY "LATEAPRV: REWRITE FAILED, ID="
                       LAD-STUDENT-ID " STATUS=" LATEADD-FS
               NOT INVALID KEY
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "LATEDENY" TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING "DENIED BY " LAD-DECIDED-BY
                       ": " LAD-DECISION-REASON
                       DELIMITED BY SIZE INTO WS-AUD-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       DESCRIBE-REQUEST.
           MOVE SPACES TO WS-AUD-BEFORE
           STRING "PENDING " LAD-REQUEST-ACTION
               " COURSE " LAD-COURSE-CODE
               " TERM " LAD-TERM
               " ASKED " LAD-REQUEST-DATE
               DELIMITED BY SIZE INTO WS-AUD-BEFORE.

       WRITE-AUDIT-RECORD.
           MOVE LAD-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LATEADD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENR-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENRTRAN-DSNAME
           END-IF.
