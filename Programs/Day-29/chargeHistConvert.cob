       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHHCONV.

      *> One-time conversion for the bad-debt release: charge
      *> history carries the same grown CHARGERC layout as the
      *> ledger it is rolled off, so FYCLOSE's new generations and
      *> ARCHINQ read 45-byte items.  Reads one charge-history
      *> generation under the OLD layout and rewrites it under the
      *> new one with no item written off - only closed items ever
      *> reach history.  Record counts are proved in and out; the
      *> output lands under a new name and the operator swaps it in
      *> after reading the counts, as with THWCONV.  Run it once per
      *> generation the GENMGR catalog lists under chghist.dat,
      *> pointing CHGHIST-FILE and CHGHIST-NEW-FILE at each in turn,
      *> alongside CHGCONV and before the next FYCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO WS-OLD-CHH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDCHH-FS.
           SELECT HISTORY-FILE ASSIGN TO WS-NEW-CHH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OCHH-KEY.
               10 OCHH-STUDENT-ID   PIC 9(6).
               10 OCHH-ITEM-SEQ     PIC 9(4).
           05 OCHH-CHARGE-CODE      PIC X(3).
           05 OCHH-AMOUNT           PIC S9(5)V99 COMP-3.
           05 OCHH-POST-DATE        PIC 9(8).
           05 OCHH-STATUS           PIC X(1).
           05 OCHH-DISPUTE-FLAG     PIC X(1).
           05 OCHH-DISPUTE-DATE     PIC 9(8).

       FD HISTORY-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-CHH-DSNAME         PIC X(40) VALUE "chghist.dat".
       01 WS-NEW-CHH-DSNAME         PIC X(40) VALUE "chghistw.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDCHH-FS                PIC XX.
       01 HISTORY-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-HISTORY-FILE
           IF OLDCHH-FS NOT = "00"
               DISPLAY "CHHCONV: NO CHARGE HISTORY TO CONVERT, "
                   "STATUS=" OLDCHH-FS
               STOP RUN
           END-IF
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-FS NOT = "00"
               DISPLAY "CHHCONV: UNABLE TO CREATE " WS-NEW-CHH-DSNAME
                   ", STATUS=" HISTORY-FS
               CLOSE OLD-HISTORY-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE OLD-HISTORY-FILE
           CLOSE HISTORY-FILE

           DISPLAY "===== CHARGE HISTORY WRITE-OFF CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "CHHCONV: COUNTS AGREE - SWAP "
                   WS-NEW-CHH-DSNAME " IN FOR " WS-OLD-CHH-DSNAME
           ELSE
               DISPLAY "CHHCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-ITEM.
           ADD 1 TO WS-IN-COUNT
           MOVE OCHH-STUDENT-ID    TO CHG-STUDENT-ID
           MOVE OCHH-ITEM-SEQ      TO CHG-ITEM-SEQ
           MOVE OCHH-CHARGE-CODE   TO CHG-CHARGE-CODE
           MOVE OCHH-AMOUNT        TO CHG-AMOUNT
           MOVE OCHH-POST-DATE     TO CHG-POST-DATE
           MOVE OCHH-STATUS        TO CHG-STATUS
           MOVE OCHH-DISPUTE-FLAG  TO CHG-DISPUTE-FLAG
           MOVE OCHH-DISPUTE-DATE  TO CHG-DISPUTE-DATE
           MOVE ZERO               TO CHG-WRITEOFF-DATE
           MOVE SPACES             TO CHG-WRITEOFF-REASON
           WRITE CHARGE-RECORD
           IF HISTORY-FS = "00"
               ADD 1 TO WS-OUT-COUNT
           ELSE
               DISPLAY "CHHCONV: WRITE FAILED, ID=" OCHH-STUDENT-ID
                   " ITEM " OCHH-ITEM-SEQ " STATUS=" HISTORY-FS
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-CHH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGHIST-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-CHH-DSNAME
           END-IF.
