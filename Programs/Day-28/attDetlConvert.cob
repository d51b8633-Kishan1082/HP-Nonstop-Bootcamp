       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATDCONV.

      *> One-time conversion for the front-desk sign-out release:
      *> the attendance detail gains ATD-DEPART-TIME and
      *> ATD-DEPART-REASON.  Reads attdetl.idx under the OLD layout
      *> and rewrites it under the new one with every day not
      *> signed out.  Record counts are proved in and out; the
      *> output lands under a new name and the operator swaps it in
      *> after reading the counts, as with THWCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ATD-FILE ASSIGN TO WS-OLD-ATD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OATD-KEY
               FILE STATUS IS OLDATD-FS.
           SELECT ATT-DETAIL-FILE ASSIGN TO WS-NEW-ATD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ATD-FILE.
       01 OLD-ATD-RECORD.
           05 OATD-KEY.
               10 OATD-STUDENT-ID   PIC 9(6).
               10 OATD-DATE         PIC 9(8).
           05 OATD-MARK             PIC X(1).
           05 OATD-CAMPUS           PIC X(2).
           05 OATD-EXCUSE-CODE      PIC X(1).

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-ATD-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-NEW-ATD-DSNAME         PIC X(40) VALUE "attdetlw.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDATD-FS                PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-ATD-FILE
           IF OLDATD-FS NOT = "00"
               DISPLAY "ATDCONV: NO ATTENDANCE DETAIL TO CONVERT, "
                   "STATUS=" OLDATD-FS
               STOP RUN
           END-IF
           OPEN OUTPUT ATT-DETAIL-FILE
           IF ATTDETL-FS NOT = "00"
               DISPLAY "ATDCONV: UNABLE TO CREATE " WS-NEW-ATD-DSNAME
                   ", STATUS=" ATTDETL-FS
               CLOSE OLD-ATD-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-ATD-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-DAY
               END-READ
           END-PERFORM

           CLOSE OLD-ATD-FILE
           CLOSE ATT-DETAIL-FILE

           DISPLAY "===== ATTENDANCE DETAIL SIGN-OUT CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "ATDCONV: COUNTS AGREE - SWAP "
                   WS-NEW-ATD-DSNAME " IN FOR " WS-OLD-ATD-DSNAME
           ELSE
               DISPLAY "ATDCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-DAY.
           ADD 1 TO WS-IN-COUNT
           MOVE OATD-STUDENT-ID  TO ATD-STUDENT-ID
           MOVE OATD-DATE        TO ATD-DATE
           MOVE OATD-MARK        TO ATD-MARK
           MOVE OATD-CAMPUS      TO ATD-CAMPUS
           MOVE OATD-EXCUSE-CODE TO ATD-EXCUSE-CODE
           MOVE ZERO             TO ATD-DEPART-TIME
           MOVE SPACE            TO ATD-DEPART-REASON
           WRITE ATT-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "ATDCONV: WRITE FAILED, ID=" OATD-STUDENT-ID
                       " DATE " OATD-DATE " STATUS=" ATTDETL-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-ATD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-ATD-DSNAME
           END-IF.
