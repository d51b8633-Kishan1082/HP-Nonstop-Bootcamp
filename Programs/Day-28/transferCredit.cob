       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRCMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The registrar's evaluation sheet for an incoming
           *> student: "A" enters an outside course, "C" corrects
           *> an entry, "D" withdraws one.  Every entry and every
           *> correction waits in pending status for TRCAPPR.
           SELECT TRC-TRAN-FILE ASSIGN TO WS-TRCTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRCTRAN-FS.

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

           *> A mapped local course must be a section on the catalog;
           *> its subject area is what the credit counts toward.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

       DATA DIVISION.
       FILE SECTION.
       *> On "C" spaces (or zero credits) leave that field as it
       *> was.  TMT-LOCAL-COURSE or TMT-SUBJECT-AREA carries the
       *> mapping; given both, the catalog's subject area wins.
       FD TRC-TRAN-FILE.
       01 TRC-TRAN-RECORD.
           05 TMT-ACTION            PIC X(1).
           05 TMT-STUDENT-ID        PIC 9(6).
           05 TMT-SOURCE-COURSE     PIC X(8).
           05 TMT-SOURCE-SCHOOL     PIC X(30).
           05 TMT-SOURCE-TITLE      PIC X(25).
           05 TMT-CREDITS           PIC 9(2)V9.
           05 TMT-GRADE             PIC X(2).
           05 TMT-LOCAL-COURSE      PIC X(3).
           05 TMT-SUBJECT-AREA      PIC X(3).

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           COPY "TRNCRDRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       WORKING-STORAGE SECTION.
       01 WS-TRCTRAN-DSNAME         PIC X(40) VALUE "trcmnt.dat".
       01 WS-TRANSFER-DSNAME        PIC X(40) VALUE "trncred.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TRCTRAN-FS               PIC XX.
       01 TRANSFER-FS              PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-OK              PIC X VALUE "N".
       01 WS-CREDITS-EDIT          PIC Z9.9.

       *> OPERSIGN call arguments - evaluating an incoming record
       *> is registration work, level 3; the signed-on operator is
       *> recorded as the evaluator.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 3.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every entry, correction and
       *> withdrawal lands on the common trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "TRCMNT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "TRCMNT".
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
               DISPLAY "TRCMNT: SIGN-ON FAILED - TRANSFER CREDIT "
                   "NEEDS LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT TRC-TRAN-FILE
           IF TRCTRAN-FS NOT = "00"
               DISPLAY "TRCMNT: UNABLE TO OPEN EVALUATION FEED, "
                   "STATUS=" TRCTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "TRCMNT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "TRCMNT: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O TRANSFER-FILE
           IF TRANSFER-FS NOT = "00"
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ TRC-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE TMT-ACTION
                           WHEN "A" PERFORM Add-Transfer-Credit
                           WHEN "C" PERFORM Change-Transfer-Credit
                           WHEN "D" PERFORM Delete-Transfer-Credit
                           WHEN OTHER
                               DISPLAY "TRCMNT: UNKNOWN ACTION "
                                   TMT-ACTION " STUDENT="
                                   TMT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE TRC-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE CATALOG-FILE
           CLOSE TRANSFER-FILE

           DISPLAY "===== TRANSFER CREDIT MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "COURSES ENTERED   : " WS-ADD-COUNT
           DISPLAY "COURSES CORRECTED : " WS-CHANGE-COUNT
           DISPLAY "COURSES WITHDRAWN : " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           IF WS-ADD-COUNT > ZERO OR WS-CHANGE-COUNT > ZERO
               DISPLAY "TRCMNT: ENTRIES AWAIT APPROVAL IN TRCAPPR"
           END-IF

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       Add-Transfer-Credit.
           MOVE "N" TO WS-ENTRY-OK
           MOVE TMT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "TRCMNT: NO STUDENT ON FILE, STUDENT="
                       TMT-STUDENT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "Y"
               MOVE TMT-STUDENT-ID    TO TCR-STUDENT-ID
               MOVE TMT-SOURCE-COURSE TO TCR-SOURCE-COURSE
               MOVE TMT-SOURCE-SCHOOL TO TCR-SOURCE-SCHOOL
               MOVE TMT-SOURCE-TITLE  TO TCR-SOURCE-TITLE
               MOVE TMT-CREDITS       TO TCR-CREDITS
               MOVE TMT-GRADE         TO TCR-GRADE
               MOVE TMT-LOCAL-COURSE  TO TCR-LOCAL-COURSE
               MOVE TMT-SUBJECT-AREA  TO TCR-SUBJECT-AREA
               PERFORM CHECK-THE-EVALUATION
           END-IF
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM STAMP-FOR-REVIEW
               MOVE SPACES TO WS-AUD-BEFORE
               WRITE TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "TRCMNT: COURSE " TMT-SOURCE-COURSE
                           " ALREADY ON FILE, STUDENT="
                           TMT-STUDENT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "WRITE   " TO WS-AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-WRITE
           END-IF.

       *> The record in hand must name the outside course and
       *> school, award some credit for a passed course, and map
       *> to a local section or at least a subject area.
       CHECK-THE-EVALUATION.
           MOVE "N" TO WS-ENTRY-OK
           EVALUATE TRUE
               WHEN TCR-SOURCE-COURSE = SPACES
                   OR TCR-SOURCE-SCHOOL = SPACES
                   DISPLAY "TRCMNT: SOURCE COURSE AND SCHOOL "
                       "REQUIRED, STUDENT=" TMT-STUDENT-ID
               WHEN TCR-CREDITS IS NOT NUMERIC
                   OR TCR-CREDITS = ZERO
                   DISPLAY "TRCMNT: NO CREDIT AWARDED FOR "
                       TCR-SOURCE-COURSE " STUDENT="
                       TMT-STUDENT-ID
               WHEN TCR-GRADE = SPACES
                   DISPLAY "TRCMNT: SOURCE GRADE MISSING FOR "
                       TCR-SOURCE-COURSE " STUDENT="
                       TMT-STUDENT-ID
               WHEN TCR-GRADE (1:1) = "F"
                   DISPLAY "TRCMNT: FAILED COURSE EARNS NO CREDIT "
                       TCR-SOURCE-COURSE " STUDENT="
                       TMT-STUDENT-ID
               WHEN TCR-LOCAL-COURSE NOT = SPACES
                   PERFORM MAP-TO-LOCAL-COURSE
               WHEN TCR-SUBJECT-AREA = SPACES
                   DISPLAY "TRCMNT: NO LOCAL COURSE OR SUBJECT AREA "
                       "FOR " TCR-SOURCE-COURSE " STUDENT="
                       TMT-STUDENT-ID
               WHEN OTHER
                   MOVE "Y" TO WS-ENTRY-OK
           END-EVALUATE.

       MAP-TO-LOCAL-COURSE.
           MOVE TCR-LOCAL-COURSE TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY
                   DISPLAY "TRCMNT: LOCAL COURSE NOT ON CATALOG "
                       TCR-LOCAL-COURSE " STUDENT=" TMT-STUDENT-ID
               NOT INVALID KEY
                   IF CRS-SUBJECT-AREA = SPACES
                       AND TCR-SUBJECT-AREA = SPACES
                       DISPLAY "TRCMNT: LOCAL COURSE "
                           TCR-LOCAL-COURSE " CARRIES NO SUBJECT "
                           "AREA, STUDENT=" TMT-STUDENT-ID
                   ELSE
                       IF CRS-SUBJECT-AREA NOT = SPACES
                           MOVE CRS-SUBJECT-AREA
                               TO TCR-SUBJECT-AREA
                       END-IF
                       MOVE "Y" TO WS-ENTRY-OK
                   END-IF
           END-READ.

       *> Entered or corrected, the row goes (back) to pending
       *> under this operator's name - a correction to an approved
       *> course is a new evaluation and needs a new approval.
       STAMP-FOR-REVIEW.
           MOVE WS-OPERATOR-ID TO TCR-EVALUATOR
           MOVE WS-RUN-DATE    TO TCR-EVAL-DATE
           SET TCR-PENDING     TO TRUE
           MOVE SPACES         TO TCR-REVIEWED-BY
           MOVE ZERO           TO TCR-REVIEWED-DATE
           MOVE SPACES         TO TCR-REVIEW-NOTE.

       Change-Transfer-Credit.
           MOVE TMT-STUDENT-ID    TO TCR-STUDENT-ID
           MOVE TMT-SOURCE-COURSE TO TCR-SOURCE-COURSE
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY "TRCMNT: NO COURSE " TMT-SOURCE-COURSE
                       " TO CORRECT, STUDENT=" TMT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM APPLY-THE-CORRECTION
           END-READ.

       APPLY-THE-CORRECTION.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
           IF TMT-SOURCE-SCHOOL NOT = SPACES
               MOVE TMT-SOURCE-SCHOOL TO TCR-SOURCE-SCHOOL
           END-IF
           IF TMT-SOURCE-TITLE NOT = SPACES
               MOVE TMT-SOURCE-TITLE TO TCR-SOURCE-TITLE
           END-IF
           IF TMT-CREDITS IS NUMERIC AND TMT-CREDITS > ZERO
               MOVE TMT-CREDITS TO TCR-CREDITS
           END-IF
           IF TMT-GRADE NOT = SPACES
               MOVE TMT-GRADE TO TCR-GRADE
           END-IF
           *> A new mapping replaces the old one outright.
           IF TMT-LOCAL-COURSE NOT = SPACES
               OR TMT-SUBJECT-AREA NOT = SPACES
               MOVE TMT-LOCAL-COURSE TO TCR-LOCAL-COURSE
               MOVE TMT-SUBJECT-AREA TO TCR-SUBJECT-AREA
           END-IF
           PERFORM CHECK-THE-EVALUATION
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM STAMP-FOR-REVIEW
               REWRITE TRANSFER-RECORD
                   INVALID KEY
                       DISPLAY "TRCMNT: REWRITE FAILED, STUDENT="
                           TMT-STUDENT-ID " STATUS=" TRANSFER-FS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE "REWRITE " TO WS-AUD-ACTION
                       PERFORM WRITE-AUDIT-RECORD
               END-REWRITE
           END-IF.

       Delete-Transfer-Credit.
           MOVE TMT-STUDENT-ID    TO TCR-STUDENT-ID
           MOVE TMT-SOURCE-COURSE TO TCR-SOURCE-COURSE
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY "TRCMNT: NO COURSE " TMT-SOURCE-COURSE
                       " TO WITHDRAW, STUDENT=" TMT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM BUILD-AUDIT-IMAGE
                   MOVE WS-AUD-AFTER TO WS-AUD-BEFORE
                   DELETE TRANSFER-FILE
                       INVALID KEY
                           DISPLAY "TRCMNT: DELETE FAILED, STUDENT="
                               TMT-STUDENT-ID " STATUS="
                               TRANSFER-FS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETE  " TO WS-AUD-ACTION
                           MOVE TMT-STUDENT-ID TO WS-AUD-STUDENT-ID
                           MOVE SPACES TO WS-AUD-AFTER
                           CALL "AUDITWR" USING WS-AUD-PROGRAM
                               WS-AUD-ACTION WS-AUD-SOURCE
                               WS-AUD-STUDENT-ID WS-AUD-BEFORE
                               WS-AUD-AFTER
                   END-DELETE
           END-READ.

       *> Readable summary of the row in hand - outside course,
       *> credit, grade, mapping and status.
       BUILD-AUDIT-IMAGE.
           MOVE TCR-CREDITS TO WS-CREDITS-EDIT
           MOVE SPACES TO WS-AUD-AFTER
           STRING "TRC " TCR-SOURCE-COURSE " " WS-CREDITS-EDIT
               " " TCR-GRADE " " TCR-LOCAL-COURSE "/"
               TCR-SUBJECT-AREA " " TCR-STATUS " "
               TCR-EVALUATOR
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           PERFORM BUILD-AUDIT-IMAGE
           MOVE TCR-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRC-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRCTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRNCRED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANSFER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF.
