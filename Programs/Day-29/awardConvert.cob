       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWDCONV.

      *> One-time conversion for the award disbursed flag: the
      *> award record gains AWD-DISBURSED-FLAG, so a revoke knows
      *> whether the money ever reached the student's balance and
      *> the fund.  Reads awards.idx under the OLD layout and
      *> rewrites it under the new one.  A row for the term the
      *> control record names as next is a renewal AWDRENEW wrote
      *> ahead and is marked not disbursed; every other row was
      *> credited when it was granted.  Record counts are proved in
      *> and out, with the renewals counted separately so the aid
      *> office can check them against the last AWDRENEW list; the
      *> output lands under a new name and the operator swaps it in
      *> after reading the counts, as with THWCONV.  Run it after
      *> TRMCONV and before the next AWDMAINT or AWDRENEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AWARD-FILE ASSIGN TO WS-OLD-AWD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OAWD-KEY
               FILE STATUS IS OLDAWD-FS.
           SELECT AWARD-FILE ASSIGN TO WS-NEW-AWD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AWD-KEY
               FILE STATUS IS AWARD-FS.

           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-AWARD-FILE.
       01 OLD-AWARD-RECORD.
           05 OAWD-KEY.
               10 OAWD-STUDENT-ID   PIC 9(6).
               10 OAWD-AWARD-CODE   PIC X(4).
               10 OAWD-TERM         PIC 9(2).
           05 OAWD-AMOUNT           PIC S9(5)V99 COMP-3.
           05 OAWD-GRANT-DATE       PIC 9(8).

       FD AWARD-FILE.
       01 AWARD-RECORD.
           COPY "AWARDRC".

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

       WORKING-STORAGE SECTION.
       01 WS-OLD-AWD-DSNAME         PIC X(40) VALUE "awards.idx".
       01 WS-NEW-AWD-DSNAME         PIC X(40) VALUE "awardsw.idx".
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDAWD-FS                PIC XX.
       01 AWARD-FS                 PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-RENEWAL-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NEXT-TERM             PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           PERFORM LOAD-THE-NEXT-TERM

           OPEN INPUT OLD-AWARD-FILE
           IF OLDAWD-FS NOT = "00"
               DISPLAY "AWDCONV: NO AWARD FILE TO CONVERT, "
                   "STATUS=" OLDAWD-FS
               STOP RUN
           END-IF
           OPEN OUTPUT AWARD-FILE
           IF AWARD-FS NOT = "00"
               DISPLAY "AWDCONV: UNABLE TO CREATE " WS-NEW-AWD-DSNAME
                   ", STATUS=" AWARD-FS
               CLOSE OLD-AWARD-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-AWARD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-AWARD
               END-READ
           END-PERFORM

           CLOSE OLD-AWARD-FILE
           CLOSE AWARD-FILE

           DISPLAY "===== AWARD DISBURSED-FLAG CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           DISPLAY "NOT DISBURSED    : " WS-RENEWAL-COUNT
               " (TERM " WS-NEXT-TERM " RENEWALS)"
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "AWDCONV: COUNTS AGREE - SWAP "
                   WS-NEW-AWD-DSNAME " IN FOR " WS-OLD-AWD-DSNAME
           ELSE
               DISPLAY "AWDCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       *> With no term control on file there is no next term, and
       *> every award is taken as paid.
       LOAD-THE-NEXT-TERM.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS = "00"
               READ TERMCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TERMCTL-FS = "00"
                   IF TRM-NEXT-TERM NOT = ZERO
                       MOVE TRM-NEXT-TERM TO WS-NEXT-TERM
                   ELSE
                       COMPUTE WS-NEXT-TERM = TRM-CURRENT-TERM + 1
                   END-IF
               END-IF
               CLOSE TERMCTL-FILE
           END-IF.

       CONVERT-ONE-AWARD.
           ADD 1 TO WS-IN-COUNT
           MOVE OAWD-STUDENT-ID TO AWD-STUDENT-ID
           MOVE OAWD-AWARD-CODE TO AWD-AWARD-CODE
           MOVE OAWD-TERM       TO AWD-TERM
           MOVE OAWD-AMOUNT     TO AWD-AMOUNT
           MOVE OAWD-GRANT-DATE TO AWD-GRANT-DATE
           IF WS-NEXT-TERM NOT = ZERO AND OAWD-TERM = WS-NEXT-TERM
               SET AWD-NOT-DISBURSED TO TRUE
               ADD 1 TO WS-RENEWAL-COUNT
           ELSE
               SET AWD-DISBURSED TO TRUE
           END-IF
           WRITE AWARD-RECORD
               INVALID KEY
                   DISPLAY "AWDCONV: WRITE FAILED, ID=" OAWD-STUDENT-ID
                       " CODE " OAWD-AWARD-CODE " STATUS=" AWARD-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWARDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-AWD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWARDS-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-AWD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF.
