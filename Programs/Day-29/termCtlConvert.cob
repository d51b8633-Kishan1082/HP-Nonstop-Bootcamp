       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMCONV.

      *> One-time conversion for the census and add/drop deadline
      *> release: the term control record grows from the two
      *> terms' dates to carry each term's census day and add and
      *> drop deadlines.  Reads slot 1 of termctl.dat under the OLD
      *> layout and rewrites it under the new one with every new
      *> date zero - no census and no deadline - until the
      *> registrar sets them through TRMCLOSE.  The record is proved
      *> in and out; the output lands under a new name and the
      *> operator swaps it in after reading the counts, as with
      *> THWCONV.  Run it first of the layout converters: every
      *> term-aware program reads the grown record.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TERMCTL-FILE ASSIGN TO WS-OLD-TRM-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS OLDTRM-FS.
           SELECT TERMCTL-FILE ASSIGN TO WS-NEW-TRM-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-TERMCTL-FILE.
       01 OLD-TERMCTL-RECORD.
           05 OTRM-CURRENT-TERM     PIC 9(2).
           05 OTRM-START-DATE       PIC 9(8).
           05 OTRM-END-DATE         PIC 9(8).
           05 OTRM-NEXT-TERM        PIC 9(2).
           05 OTRM-NEXT-START       PIC 9(8).
           05 OTRM-NEXT-END         PIC 9(8).

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
       01 WS-OLD-TRM-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-NEW-TRM-DSNAME         PIC X(40) VALUE "termctlw.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDTRM-FS                PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-TERMCTL-FILE
           IF OLDTRM-FS NOT = "00"
               DISPLAY "TRMCONV: NO TERM CONTROL TO CONVERT, "
                   "STATUS=" OLDTRM-FS
               STOP RUN
           END-IF
           MOVE 1 TO TRM-KEY
           READ OLD-TERMCTL-FILE
               INVALID KEY
                   DISPLAY "TRMCONV: NO TERM CONTROL RECORD, STATUS="
                       OLDTRM-FS
                   CLOSE OLD-TERMCTL-FILE
                   STOP RUN
           END-READ
           ADD 1 TO WS-IN-COUNT
           CLOSE OLD-TERMCTL-FILE

           OPEN OUTPUT TERMCTL-FILE
           IF TERMCTL-FS NOT = "00"
               DISPLAY "TRMCONV: UNABLE TO CREATE " WS-NEW-TRM-DSNAME
                   ", STATUS=" TERMCTL-FS
               STOP RUN
           END-IF
           PERFORM CONVERT-THE-TERMS
           CLOSE TERMCTL-FILE

           DISPLAY "===== TERM CONTROL CENSUS/DEADLINE CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "TRMCONV: COUNTS AGREE - SWAP "
                   WS-NEW-TRM-DSNAME " IN FOR " WS-OLD-TRM-DSNAME
           ELSE
               DISPLAY "TRMCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-THE-TERMS.
           MOVE OTRM-CURRENT-TERM TO TRM-CURRENT-TERM
           MOVE OTRM-START-DATE   TO TRM-START-DATE
           MOVE OTRM-END-DATE     TO TRM-END-DATE
           MOVE OTRM-NEXT-TERM    TO TRM-NEXT-TERM
           MOVE OTRM-NEXT-START   TO TRM-NEXT-START
           MOVE OTRM-NEXT-END     TO TRM-NEXT-END
           MOVE ZERO TO TRM-CENSUS-DATE TRM-NEXT-CENSUS
                        TRM-ADD-DEADLINE TRM-DROP-DEADLINE
                        TRM-NEXT-ADD-DEADLINE TRM-NEXT-DROP-DEADLINE
           MOVE 1 TO TRM-KEY
           WRITE TERMCTL-RECORD
               INVALID KEY
                   DISPLAY "TRMCONV: WRITE FAILED, STATUS="
                       TERMCTL-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-TRM-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-TRM-DSNAME
           END-IF.
