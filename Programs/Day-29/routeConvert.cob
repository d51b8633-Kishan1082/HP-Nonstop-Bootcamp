       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTECONV.

      *> One-time conversion for the ridership release: the route
      *> master gains RTM-SEAT-CAPACITY.  Reads busroute.idx under
      *> the OLD layout and rewrites it under the new one with every
      *> route's capacity zero - BUSLOAD reports a zero-capacity
      *> route as unknown until transportation keys the seats in
      *> through BUSMAINT.  Record counts are proved in and out; the
      *> output lands under a new name and the operator swaps it in
      *> after reading the counts, as with THWCONV.  Run it before
      *> the first BUSLOAD or RIDESCAN of the release.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ROUTE-FILE ASSIGN TO WS-OLD-RTE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORTM-ROUTE-CODE
               FILE STATUS IS OLDRTE-FS.
           SELECT ROUTE-FILE ASSIGN TO WS-NEW-RTE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTM-ROUTE-CODE
               FILE STATUS IS ROUTE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ROUTE-FILE.
       01 OLD-ROUTE-RECORD.
           05 ORTM-ROUTE-CODE       PIC X(4).
           05 ORTM-DESCRIPTION      PIC X(20).
           05 ORTM-DRIVER-EMP-ID    PIC 9(3).
           05 ORTM-STOP-COUNT       PIC 9(2).
           05 ORTM-STOP-LIST        PIC X(200).

       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           COPY "BUSRTERC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-RTE-DSNAME         PIC X(40) VALUE "busroute.idx".
       01 WS-NEW-RTE-DSNAME         PIC X(40) VALUE "busroutew.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDRTE-FS                PIC XX.
       01 ROUTE-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-ROUTE-FILE
           IF OLDRTE-FS NOT = "00"
               DISPLAY "RTECONV: NO ROUTE MASTER TO CONVERT, "
                   "STATUS=" OLDRTE-FS
               STOP RUN
           END-IF
           OPEN OUTPUT ROUTE-FILE
           IF ROUTE-FS NOT = "00"
               DISPLAY "RTECONV: UNABLE TO CREATE " WS-NEW-RTE-DSNAME
                   ", STATUS=" ROUTE-FS
               CLOSE OLD-ROUTE-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-ROUTE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-ROUTE
               END-READ
           END-PERFORM

           CLOSE OLD-ROUTE-FILE
           CLOSE ROUTE-FILE

           DISPLAY "===== BUS ROUTE SEAT-CAPACITY CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "RTECONV: COUNTS AGREE - SWAP "
                   WS-NEW-RTE-DSNAME " IN FOR " WS-OLD-RTE-DSNAME
           ELSE
               DISPLAY "RTECONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-ROUTE.
           ADD 1 TO WS-IN-COUNT
           MOVE ORTM-ROUTE-CODE    TO RTM-ROUTE-CODE
           MOVE ORTM-DESCRIPTION   TO RTM-DESCRIPTION
           MOVE ORTM-DRIVER-EMP-ID TO RTM-DRIVER-EMP-ID
           MOVE ORTM-STOP-COUNT    TO RTM-STOP-COUNT
           MOVE ORTM-STOP-LIST     TO RTM-STOP-LIST
           MOVE ZERO               TO RTM-SEAT-CAPACITY
           WRITE ROUTE-RECORD
               INVALID KEY
                   DISPLAY "RTECONV: WRITE FAILED, ROUTE="
                       ORTM-ROUTE-CODE " STATUS=" ROUTE-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSROUTE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-RTE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSROUTE-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-RTE-DSNAME
           END-IF.
