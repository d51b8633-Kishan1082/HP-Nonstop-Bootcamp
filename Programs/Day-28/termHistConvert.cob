       IDENTIFICATION DIVISION.
       PROGRAM-ID. THWCONV.

      *> One-time conversion for the weighted-GPA release: term
      *> history gains TH-TERM-WEIGHTED-GPA.  Reads termhist.dat
      *> under the OLD layout and rewrites it under the new one,
      *> carrying each term's unweighted GPA into the weighted field
      *> - terms posted before the section catalog knew any weight
      *> categories earned no bonus.  Record counts are proved in
      *> and out; the output lands under a new name and the
      *> operator swaps it in after reading the counts, as with
      *> IDCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TH-FILE ASSIGN TO WS-OLD-TH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDTH-FS.
           SELECT TERM-HISTORY-FILE ASSIGN TO WS-NEW-TH-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-TH-FILE.
       01 OLD-TH-RECORD.
           05 OTH-STUDENT-ID        PIC 9(6).
           05 OTH-STUDENT-NAME      PIC X(20).
           05 OTH-TERM-NUM          PIC 9(2).
           05 OTH-TERM-GPA          USAGE COMP-1.
           05 OTH-TERM-ATTENDANCE-PCT USAGE COMP-1.
           05 OTH-TERM-GRADE        PIC X(1).

       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-TH-DSNAME          PIC X(40) VALUE "termhist.dat".
       01 WS-NEW-TH-DSNAME          PIC X(40) VALUE "termhistw.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDTH-FS                 PIC XX.
       01 TH-FS                    PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-TH-FILE
           IF OLDTH-FS NOT = "00"
               DISPLAY "THWCONV: NO TERM HISTORY TO CONVERT, "
                   "STATUS=" OLDTH-FS
               STOP RUN
           END-IF
           OPEN OUTPUT TERM-HISTORY-FILE
           IF TH-FS NOT = "00"
               DISPLAY "THWCONV: UNABLE TO CREATE " WS-NEW-TH-DSNAME
                   ", STATUS=" TH-FS
               CLOSE OLD-TH-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-TH-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-TERM
               END-READ
           END-PERFORM

           CLOSE OLD-TH-FILE
           CLOSE TERM-HISTORY-FILE

           DISPLAY "===== TERM HISTORY WEIGHTED-GPA CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "THWCONV: COUNTS AGREE - SWAP "
                   WS-NEW-TH-DSNAME " IN FOR " WS-OLD-TH-DSNAME
           ELSE
               DISPLAY "THWCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-TERM.
           ADD 1 TO WS-IN-COUNT
           MOVE OTH-STUDENT-ID          TO TH-STUDENT-ID
           MOVE OTH-STUDENT-NAME        TO TH-STUDENT-NAME
           MOVE OTH-TERM-NUM            TO TH-TERM-NUM
           MOVE OTH-TERM-GPA            TO TH-TERM-GPA
           MOVE OTH-TERM-ATTENDANCE-PCT TO TH-TERM-ATTENDANCE-PCT
           MOVE OTH-TERM-GRADE          TO TH-TERM-GRADE
           MOVE OTH-TERM-GPA            TO TH-TERM-WEIGHTED-GPA
           WRITE TERM-HISTORY-RECORD
           IF TH-FS = "00"
               ADD 1 TO WS-OUT-COUNT
           ELSE
               DISPLAY "THWCONV: WRITE FAILED, ID=" OTH-STUDENT-ID
                   " TERM " OTH-TERM-NUM " STATUS=" TH-FS
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-TH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-TH-DSNAME
           END-IF.
