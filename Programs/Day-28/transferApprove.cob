       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-KEY
               FILE STATUS IS TRANSFER-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           COPY "TRNCRDRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-TRANSFER-DSNAME        PIC X(40) VALUE "trncred.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TRANSFER-FS              PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CHOICE                PIC X(1).
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-APPROVED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-SAME-OP-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CREDITS-EDIT          PIC Z9.9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       *> OPERSIGN call arguments - releasing credit toward
       *> graduation is a counselor's decision, level 6, and the
       *> approver MUST differ from the evaluator who entered it.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - the session note carries the
       *> approver; the evaluator rides the source column, so both
       *> identities land on the one audit line.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "TRCAPPR".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12).
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "TRCAPPR: SIGN-ON FAILED - APPROVAL NEEDS "
                   "LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN I-O TRANSFER-FILE
           IF TRANSFER-FS NOT = "00"
               DISPLAY "TRCAPPR: NO TRANSFER CREDIT ON FILE, "
                   "STATUS=" TRANSFER-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "TRCAPPR: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           DISPLAY "===== TRANSFER CREDIT APPROVAL ====="
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  X=EXIT"

           PERFORM UNTIL WS-EOF = "Y" OR WS-DONE
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TCR-PENDING
                           PERFORM REVIEW-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSFER-FILE
           CLOSE STUDENT-FILE

           DISPLAY " "
           DISPLAY "APPROVED THIS SESSION : " WS-APPROVED-COUNT
           DISPLAY "REJECTED THIS SESSION : " WS-REJECTED-COUNT
           DISPLAY "SKIPPED (OWN ENTRIES) : " WS-SAME-OP-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> The two-party rule ADJAPPR enforces: nobody approves
       *> their own evaluation, however senior.
       REVIEW-ONE-COURSE.
           IF TCR-EVALUATOR = WS-OPERATOR-ID
               ADD 1 TO WS-SAME-OP-COUNT
               DISPLAY "TRCAPPR: ID " TCR-STUDENT-ID " COURSE "
                   TCR-SOURCE-COURSE " IS YOUR OWN EVALUATION - "
                   "ANOTHER OPERATOR MUST REVIEW IT"
           ELSE
               MOVE TCR-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO STUDENT-NAME
               END-READ
               MOVE TCR-CREDITS TO WS-CREDITS-EDIT
               DISPLAY " "
               DISPLAY "ID: " TCR-STUDENT-ID " " STUDENT-NAME
               DISPLAY "FROM   : " TCR-SOURCE-SCHOOL
               DISPLAY "COURSE : " TCR-SOURCE-COURSE " "
                   TCR-SOURCE-TITLE " GRADE " TCR-GRADE
               DISPLAY "AWARD  : " WS-CREDITS-EDIT " CREDITS AS "
                   TCR-LOCAL-COURSE " SUBJECT " TCR-SUBJECT-AREA
               DISPLAY "EVAL   : " TCR-EVALUATOR " ON "
                   TCR-EVAL-DATE
               DISPLAY "DECISION (A/R/S/X): " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A" WHEN "a"
                       PERFORM APPROVE-THE-COURSE
                   WHEN "R" WHEN "r"
                       PERFORM REJECT-THE-COURSE
                   WHEN "X" WHEN "x"
                       SET WS-DONE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       APPROVE-THE-COURSE.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           SET TCR-APPROVED TO TRUE
           MOVE WS-OPERATOR-ID TO TCR-REVIEWED-BY
           MOVE WS-RUN-DATE    TO TCR-REVIEWED-DATE
           MOVE "APPROVED"     TO TCR-REVIEW-NOTE
           PERFORM REWRITE-THE-COURSE
           ADD 1 TO WS-APPROVED-COUNT.

       *> A rejection goes back to the evaluator with the reason;
       *> the row stays on file so the registrar can correct it
       *> (TRCMNT "C") or withdraw it (TRCMNT "D").
       REJECT-THE-COURSE.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           SET TCR-REJECTED TO TRUE
           MOVE WS-OPERATOR-ID TO TCR-REVIEWED-BY
           MOVE WS-RUN-DATE    TO TCR-REVIEWED-DATE
           DISPLAY "REJECTION REASON: " WITH NO ADVANCING
           ACCEPT TCR-REVIEW-NOTE
           PERFORM REWRITE-THE-COURSE
           ADD 1 TO WS-REJECTED-COUNT.

       REWRITE-THE-COURSE.
           REWRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "TRCAPPR: REWRITE FAILED, ID="
                       TCR-STUDENT-ID " STATUS=" TRANSFER-FS
               NOT INVALID KEY
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE TCR-STUDENT-ID TO WS-AUD-STUDENT-ID
                   MOVE SPACES TO WS-AUD-SOURCE
                   STRING "BY " TCR-EVALUATOR
                       DELIMITED BY SIZE INTO WS-AUD-SOURCE
                   CALL "AUDITWR" USING WS-AUD-PROGRAM
                       WS-AUD-ACTION WS-AUD-SOURCE
                       WS-AUD-STUDENT-ID WS-AUD-BEFORE
                       WS-AUD-AFTER
           END-REWRITE.

       *> The same row summary TRCMNT puts on the trail.
       BUILD-AUDIT-IMAGE.
           MOVE TCR-CREDITS TO WS-CREDITS-EDIT
           MOVE SPACES TO WS-AUD-AFTER
           STRING "TRC " TCR-SOURCE-COURSE " " WS-CREDITS-EDIT
               " " TCR-GRADE " " TCR-LOCAL-COURSE "/"
               TCR-SUBJECT-AREA " " TCR-STATUS " "
               TCR-EVALUATOR
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       *> Lets a site redirect any of this session's files at run
       *> time without recompiling, the same ENVIRONMENT-VARIABLE
       *> idiom transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRNCRED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANSFER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
