       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCONV.

      *> One-time conversion for the bad-debt release: the charge
      *> ledger gains CHG-WRITEOFF-DATE and CHG-WRITEOFF-REASON.
      *> Reads charges.idx under the OLD layout and rewrites it
      *> under the new one with no item written off - nothing could
      *> be before the bad-debt run existed.  Record counts are
      *> proved in and out; the output lands under a new name and
      *> the operator swaps it in after reading the counts, as with
      *> THWCONV.  Run it with CHHCONV, after IDCONV, THWCONV and
      *> ATDCONV and before the first production cycle of the
      *> release; the other layout converters (CATCONV, RTECONV,
      *> TRMCONV, JSCCONV) may run in any order alongside it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHARGE-FILE ASSIGN TO WS-OLD-CHG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCHG-KEY
               FILE STATUS IS OLDCHG-FS.
           SELECT CHARGE-FILE ASSIGN TO WS-NEW-CHG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CHARGE-FILE.
       01 OLD-CHARGE-RECORD.
           05 OCHG-KEY.
               10 OCHG-STUDENT-ID   PIC 9(6).
               10 OCHG-ITEM-SEQ     PIC 9(4).
           05 OCHG-CHARGE-CODE      PIC X(3).
           05 OCHG-AMOUNT           PIC S9(5)V99 COMP-3.
           05 OCHG-POST-DATE        PIC 9(8).
           05 OCHG-STATUS           PIC X(1).
           05 OCHG-DISPUTE-FLAG     PIC X(1).
           05 OCHG-DISPUTE-DATE     PIC 9(8).

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-CHG-DSNAME         PIC X(40) VALUE "charges.idx".
       01 WS-NEW-CHG-DSNAME         PIC X(40) VALUE "chargesw.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDCHG-FS                PIC XX.
       01 CHARGE-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-CHARGE-FILE
           IF OLDCHG-FS NOT = "00"
               DISPLAY "CHGCONV: NO CHARGE LEDGER TO CONVERT, "
                   "STATUS=" OLDCHG-FS
               STOP RUN
           END-IF
           OPEN OUTPUT CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               DISPLAY "CHGCONV: UNABLE TO CREATE " WS-NEW-CHG-DSNAME
                   ", STATUS=" CHARGE-FS
               CLOSE OLD-CHARGE-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-ITEM
               END-READ
           END-PERFORM

           CLOSE OLD-CHARGE-FILE
           CLOSE CHARGE-FILE

           DISPLAY "===== CHARGE LEDGER WRITE-OFF CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "CHGCONV: COUNTS AGREE - SWAP "
                   WS-NEW-CHG-DSNAME " IN FOR " WS-OLD-CHG-DSNAME
           ELSE
               DISPLAY "CHGCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-ITEM.
           ADD 1 TO WS-IN-COUNT
           MOVE OCHG-STUDENT-ID    TO CHG-STUDENT-ID
           MOVE OCHG-ITEM-SEQ      TO CHG-ITEM-SEQ
           MOVE OCHG-CHARGE-CODE   TO CHG-CHARGE-CODE
           MOVE OCHG-AMOUNT        TO CHG-AMOUNT
           MOVE OCHG-POST-DATE     TO CHG-POST-DATE
           MOVE OCHG-STATUS        TO CHG-STATUS
           MOVE OCHG-DISPUTE-FLAG  TO CHG-DISPUTE-FLAG
           MOVE OCHG-DISPUTE-DATE  TO CHG-DISPUTE-DATE
           MOVE ZERO               TO CHG-WRITEOFF-DATE
           MOVE SPACES             TO CHG-WRITEOFF-REASON
           WRITE CHARGE-RECORD
               INVALID KEY
                   DISPLAY "CHGCONV: WRITE FAILED, ID=" OCHG-STUDENT-ID
                       " ITEM " OCHG-ITEM-SEQ " STATUS=" CHARGE-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-CHG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-CHG-DSNAME
           END-IF.
