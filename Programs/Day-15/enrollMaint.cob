       FILE-CONTROL.
           *> "E" enrolls a student in a course, "D" drops one, "W"
           *> withdraws one (a withdrawal is a registrar action, a
           *> drop is the student's own).  "L" posts a late add a
           *> counselor has released at LATEAPRV.
           SELECT ENR-TRAN-FILE ASSIGN TO WS-ENRTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENRTRAN-FS.
               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           *> The term-control record supplies the term's add and
           *> drop deadlines.
           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           *> An add dated past the add deadline waits here for a
           *> counselor's release instead of enrolling.
           SELECT LATE-ADD-FILE ASSIGN TO WS-LATEADD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAD-KEY
               FILE STATUS IS LATEADD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ENR-TRAN-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

       FD TERMCTL-FILE.
       01 TERMCTL-RECORD.
           05 TRM-CURRENT-TERM      PIC 9(2).
           05 TRM-START-DATE        PIC 9(8).
           05 TRM-END-DATE          PIC 9(8).
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       FD LATE-ADD-FILE.
       01 LATE-ADD-RECORD.
           COPY "LATEADRC".

       WORKING-STORAGE SECTION.
       01 WS-ENRTRAN-DSNAME         PIC X(40) VALUE "enrtran.dat".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
           88 WS-STUDENT-HELD      VALUE "Y".
       01 WS-HOLD-REASON           PIC X(30).

       *> Add/drop deadline working fields.  A zero deadline means
       *> the term sets none; the old ENROLL-DROP-CUTOFF only
       *> governs a term that carries no drop deadline of its own.
       01 WS-TERMCTL-DSNAME        PIC X(40) VALUE "termctl.dat".
       01 TERMCTL-FS               PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-ADD-DEADLINE          PIC 9(8) VALUE ZERO.
       01 WS-DROP-DEADLINE         PIC 9(8) VALUE ZERO.
       01 WS-LATEADD-DSNAME        PIC X(40) VALUE "lateadd.idx".
       01 LATEADD-FS               PIC XX.
       01 WS-LATE-ADD-FLAG         PIC X VALUE "N".
           88 WS-ADD-IS-LATE       VALUE "Y".
       01 WS-CLOSE-AS              PIC X(1) VALUE "D".
       01 WS-LATE-QUEUED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-LATE-APPLIED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-LATE-DROP-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REJECTS-BEFORE        PIC 9(6) VALUE ZERO.
       01 WS-WITHDRAWS-BEFORE      PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
                   CONTINUE
           END-EVALUATE

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM LOAD-TERM-DEADLINES

           OPEN INPUT ENR-TRAN-FILE
           IF ENRTRAN-FS NOT = "00"
               DISPLAY "ENRLMNT: UNABLE TO OPEN ENROLLMENT TRAN "
               OPEN OUTPUT FEE-FEED-FILE
           END-IF

           OPEN I-O LATE-ADD-FILE
           IF LATEADD-FS NOT = "00"
               OPEN OUTPUT LATE-ADD-FILE
               CLOSE LATE-ADD-FILE
               OPEN I-O LATE-ADD-FILE
           END-IF

           OPEN INPUT PREREQ-FILE
           IF PREREQ-FS = "00"
               SET WS-HAVE-PREREQS TO TRUE
           CLOSE WAITLIST-FILE
           CLOSE PROMO-NOTICE-FILE
           CLOSE FEE-FEED-FILE
           CLOSE LATE-ADD-FILE
           IF WS-HAVE-PREREQS
               CLOSE PREREQ-FILE
           END-IF
           DISPLAY "ENROLLMENTS    : " WS-ENROLL-COUNT
           DISPLAY "DROPS          : " WS-DROP-COUNT
           DISPLAY "WITHDRAWALS    : " WS-WITHDRAW-COUNT
           DISPLAY "  LATE DROPS   : " WS-LATE-DROP-COUNT
           DISPLAY "LATE ADDS QUEUED: " WS-LATE-QUEUED-COUNT
           DISPLAY "LATE ADDS POSTED: " WS-LATE-APPLIED-COUNT
           DISPLAY "WAITLISTED     : " WS-WAITLISTED-COUNT
           DISPLAY "PROMOTED       : " WS-PROMOTED-COUNT
           DISPLAY "MAIL PIECES    : " WS-MAIL-PIECE-COUNT

           STOP RUN.

       *> The deadlines belong to the current term - the only term
       *> an action may carry.  No control record, or a record
       *> older than the deadline fields, leaves them at zero and
       *> the run behaves as it always has.
       LOAD-TERM-DEADLINES.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS = "00"
               READ TERMCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TERMCTL-FS = "00"
                   IF TRM-ADD-DEADLINE IS NUMERIC
                       MOVE TRM-ADD-DEADLINE TO WS-ADD-DEADLINE
                   END-IF
                   IF TRM-DROP-DEADLINE IS NUMERIC
                       MOVE TRM-DROP-DEADLINE TO WS-DROP-DEADLINE
                   END-IF
               END-IF
               CLOSE TERMCTL-FILE
           END-IF.

       *> Every action needs a real, active student and a cataloged
       *> course before its own rules even apply.
       Apply-Enrollment-Action.
                   PERFORM REJECT-TO-SUSPENSE
               NOT INVALID KEY
                   MOVE CRS-MEETING-PERIOD TO WS-NEW-PERIOD
                   MOVE "N" TO WS-LATE-ADD-FLAG
                   IF WS-ADD-DEADLINE NOT = ZERO
                       AND ENT-ACTION-DATE > WS-ADD-DEADLINE
                       SET WS-ADD-IS-LATE TO TRUE
                   END-IF
                   EVALUATE ENT-ACTION
                       WHEN "E"
                           IF WS-ADD-IS-LATE
                               PERFORM Queue-Late-Add
                           ELSE
                               MOVE "N" TO WS-SKIP-PREREQ
                               PERFORM Enroll-Student
                           END-IF
                       WHEN "O"
                           IF WS-ADD-IS-LATE
                               PERFORM Queue-Late-Add
                           ELSE
                               PERFORM Override-Enroll
                           END-IF
                       WHEN "L" PERFORM Apply-Released-Late-Add
                       WHEN "D" PERFORM Drop-Student
                       WHEN "W" PERFORM Withdraw-Student
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

       *> An add past the deadline is a counselor's call.  It waits
       *> on the late-add queue, one row per student/course/term:
       *> a pair already pending or released is left alone, and a
       *> pair denied or posted earlier reopens as a new request.
       *> A late override queues without a sign-on - the counselor
       *> who releases it is the one signing for it.
       Queue-Late-Add.
           PERFORM BUILD-ENROLL-KEY
           MOVE "N" TO WS-ENR-OPENED
           READ ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ENR-ENROLLED
                       MOVE "Y" TO WS-ENR-OPENED
                   END-IF
           END-READ

           IF WS-ENR-OPENED = "Y"
               MOVE "ALREADY ENROLLED" TO SUS-REASON
               PERFORM REJECT-TO-SUSPENSE
           ELSE
               MOVE ENT-STUDENT-ID  TO LAD-STUDENT-ID
               MOVE ENT-COURSE-CODE TO LAD-COURSE-CODE
               MOVE ENT-TERM        TO LAD-TERM
               READ LATE-ADD-FILE
                   INVALID KEY
                       PERFORM BUILD-LATE-ADD-ROW
                       WRITE LATE-ADD-RECORD
                           INVALID KEY
                               DISPLAY "ENRLMNT: LATE-ADD WRITE "
                                   "FAILED, ID=" ENT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               PERFORM NOTE-LATE-ADD-QUEUED
                       END-WRITE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN LAD-PENDING
                               DISPLAY "ENRLMNT: LATE ADD ALREADY "
                                   "AWAITING APPROVAL, ID="
                                   ENT-STUDENT-ID " COURSE="
                                   ENT-COURSE-CODE
                           WHEN LAD-RELEASED
                               DISPLAY "ENRLMNT: LATE ADD ALREADY "
                                   "RELEASED, ID=" ENT-STUDENT-ID
                                   " COURSE=" ENT-COURSE-CODE
                           WHEN OTHER
                               PERFORM BUILD-LATE-ADD-ROW
                               REWRITE LATE-ADD-RECORD
                                   INVALID KEY
                                       DISPLAY "ENRLMNT: LATE-ADD "
                                           "REWRITE FAILED, ID="
                                           ENT-STUDENT-ID
                                       ADD 1 TO WS-REJECT-COUNT
                                   NOT INVALID KEY
                                       PERFORM NOTE-LATE-ADD-QUEUED
                               END-REWRITE
                       END-EVALUATE
               END-READ
           END-IF.

       BUILD-LATE-ADD-ROW.
           MOVE ENT-STUDENT-ID  TO LAD-STUDENT-ID
           MOVE ENT-COURSE-CODE TO LAD-COURSE-CODE
           MOVE ENT-TERM        TO LAD-TERM
           MOVE ENT-ACTION      TO LAD-REQUEST-ACTION
           MOVE ENT-ACTION-DATE TO LAD-REQUEST-DATE
           MOVE WS-RUN-DATE     TO LAD-QUEUED-DATE
           SET LAD-PENDING      TO TRUE
           MOVE SPACES          TO LAD-DECIDED-BY
           MOVE ZERO            TO LAD-DECISION-DATE
           MOVE SPACES          TO LAD-DECISION-REASON
           MOVE ZERO            TO LAD-APPLIED-DATE.

       NOTE-LATE-ADD-QUEUED.
           ADD 1 TO WS-LATE-QUEUED-COUNT
           DISPLAY "ENRLMNT: PAST ADD DEADLINE " WS-ADD-DEADLINE
               ", QUEUED FOR APPROVAL, ID=" ENT-STUDENT-ID
               " COURSE=" ENT-COURSE-CODE.

       *> A released late add enrolls exactly as an on-time add
       *> would - holds, clashes and seats all still apply - with
       *> the prerequisites waived only when the queued request
       *> was itself an override.  The row is marked posted once
       *> the add goes through (enrolled or waitlisted); a reject
       *> leaves it released for the next run.
       Apply-Released-Late-Add.
           MOVE ENT-STUDENT-ID  TO LAD-STUDENT-ID
           MOVE ENT-COURSE-CODE TO LAD-COURSE-CODE
           MOVE ENT-TERM        TO LAD-TERM
           READ LATE-ADD-FILE
               INVALID KEY
                   MOVE "NO LATE ADD ON QUEUE" TO SUS-REASON
                   PERFORM REJECT-TO-SUSPENSE
               NOT INVALID KEY
                   IF NOT LAD-RELEASED
                       MOVE "LATE ADD NOT RELEASED" TO SUS-REASON
                       PERFORM REJECT-TO-SUSPENSE
                   ELSE
                       PERFORM POST-RELEASED-LATE-ADD
                   END-IF
           END-READ.

       POST-RELEASED-LATE-ADD.
           IF LAD-REQUEST-ACTION = "O"
               MOVE "Y" TO WS-SKIP-PREREQ
           ELSE
               MOVE "N" TO WS-SKIP-PREREQ
           END-IF
           MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
           PERFORM Enroll-Student
           IF WS-REJECT-COUNT = WS-REJECTS-BEFORE
               SET LAD-APPLIED TO TRUE
               MOVE ENT-ACTION-DATE TO LAD-APPLIED-DATE
               REWRITE LATE-ADD-RECORD
                   INVALID KEY
                       DISPLAY "ENRLMNT: LATE-ADD REWRITE FAILED, "
                           "ID=" ENT-STUDENT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-LATE-APPLIED-COUNT
               END-REWRITE
           END-IF.

       *> Already enrolled rejects as a duplicate.  Otherwise the
       *> seat count decides: room left enrolls (a brand-new pair
       *> writes fresh, a dropped/withdrawn pair rewrites back to
                       WS-PROMOTE-ID
           END-REWRITE.

       *> A drop dated past the term's drop deadline still leaves
       *> the course, but posts as a withdrawal - the transcript
       *> shows it.  A term with no deadline of its own falls back
       *> to the run's cutoff, past which a drop is the
       *> registrar's call and rides to suspense for review.
       Drop-Student.
           EVALUATE TRUE
               WHEN WS-DROP-DEADLINE NOT = ZERO
                   AND ENT-ACTION-DATE > WS-DROP-DEADLINE
                   MOVE "W" TO WS-CLOSE-AS
                   MOVE WS-WITHDRAW-COUNT TO WS-WITHDRAWS-BEFORE
                   PERFORM CLOSE-ENROLLMENT
                   IF WS-WITHDRAW-COUNT > WS-WITHDRAWS-BEFORE
                       ADD 1 TO WS-LATE-DROP-COUNT
                       DISPLAY "ENRLMNT: PAST DROP DEADLINE "
                           WS-DROP-DEADLINE ", POSTED AS WITHDRAWAL,"
                           " ID=" ENT-STUDENT-ID " COURSE="
                           ENT-COURSE-CODE
                   END-IF
               WHEN WS-DROP-DEADLINE = ZERO
                   AND WS-DROP-CUTOFF NOT = ZERO
                   AND ENT-ACTION-DATE > WS-DROP-CUTOFF
                   MOVE "DROP PAST CUTOFF" TO SUS-REASON
                   PERFORM REJECT-TO-SUSPENSE
               WHEN OTHER
                   MOVE "D" TO WS-CLOSE-AS
                   PERFORM CLOSE-ENROLLMENT
           END-EVALUATE.

       Withdraw-Student.
           MOVE "W" TO WS-CLOSE-AS
           PERFORM CLOSE-ENROLLMENT.

       CLOSE-ENROLLMENT.
                       *> judged from it before it is overwritten.
                       MOVE ENR-ACTION-DATE
                           TO WS-ENROLL-DATE-SAVE
                       IF WS-CLOSE-AS = "D"
                           SET ENR-DROPPED TO TRUE
                       ELSE
                           SET ENR-WITHDRAWN TO TRUE
                                   "FAILED, ID=" ENT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               IF WS-CLOSE-AS = "D"
                                   ADD 1 TO WS-DROP-COUNT
                               ELSE
                                   ADD 1 TO WS-WITHDRAW-COUNT
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REFUND-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LATEADD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LATEADD-DSNAME
           END-IF.
