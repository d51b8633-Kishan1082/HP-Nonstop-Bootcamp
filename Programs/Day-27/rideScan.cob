       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIDESCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The bus card readers' daily upload: one row per tap -
           *> date and time, the route and run the bus was signed on
           *> to, the stop the reader was at, and the card number
           *> (student ID plus issue count, as CARDRUN prints it).
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCAN-FS.

           SELECT RIDE-FILE ASSIGN TO WS-RIDE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RID-KEY
               FILE STATUS IS RIDE-FS.

           SELECT ROUTE-FILE ASSIGN TO WS-ROUTE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-ROUTE-CODE
               FILE STATUS IS ROUTE-FS.

           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAS-STUDENT-ID
               FILE STATUS IS ASSIGN-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCAN-FILE.
       01 SCAN-RECORD.
           05 RSC-SCAN-DATE         PIC 9(8).
           05 RSC-SCAN-TIME         PIC 9(4).
           05 RSC-ROUTE-CODE        PIC X(4).
           05 RSC-RUN               PIC X(1).
           05 RSC-STOP              PIC X(20).
           05 RSC-CARD-NUMBER       PIC 9(9).
           05 RSC-CARD-PARTS REDEFINES RSC-CARD-NUMBER.
               10 RSC-STUDENT-ID    PIC 9(6).
               10 RSC-ISSUE-COUNT   PIC 9(3).

       FD RIDE-FILE.
       01 RIDE-RECORD.
           COPY "RIDERC".

       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           COPY "BUSRTERC".

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           COPY "BUSASGRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-SCAN-DSNAME            PIC X(40) VALUE "ridescan.dat".
       01 WS-RIDE-DSNAME            PIC X(40) VALUE "ridelog.idx".
       01 WS-ROUTE-DSNAME           PIC X(40) VALUE "busroute.idx".
       01 WS-ASSIGN-DSNAME          PIC X(40) VALUE "busasgn.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 SCAN-FS                  PIC XX.
       01 RIDE-FS                  PIC XX.
       01 ROUTE-FS                 PIC XX.
       01 ASSIGN-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-ASSIGN-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-ASSIGNMENTS  VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-SCAN-OK               PIC X VALUE "N".
       01 WS-STOP-SUB              PIC 9(2) COMP.

       01 WS-SCAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-LOADED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ON-ROUTE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-WRONG-ROUTE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-UNLISTED-STOP-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-DUPLICATE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT SCAN-FILE
           IF SCAN-FS NOT = "00"
               DISPLAY "RIDESCAN: UNABLE TO OPEN SCAN FEED, STATUS="
                   SCAN-FS
               STOP RUN
           END-IF

           OPEN INPUT ROUTE-FILE
           IF ROUTE-FS NOT = "00"
               DISPLAY "RIDESCAN: NO ROUTE MASTER ON FILE - RUN "
                   "BUSMAINT FIRST, STATUS=" ROUTE-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "RIDESCAN: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           *> With no assignments on file every rider loads as
           *> unassigned - still worth keeping for the load counts.
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FS = "00"
               SET WS-HAVE-ASSIGNMENTS TO TRUE
           ELSE
               DISPLAY "RIDESCAN: NO ASSIGNMENT FILE - EVERY RIDER "
                   "LOADS UNASSIGNED"
           END-IF

           OPEN I-O RIDE-FILE
           IF RIDE-FS NOT = "00"
               OPEN OUTPUT RIDE-FILE
               CLOSE RIDE-FILE
               OPEN I-O RIDE-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SCAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SCAN-COUNT
                       PERFORM Load-One-Scan
               END-READ
           END-PERFORM

           CLOSE SCAN-FILE
           CLOSE RIDE-FILE
           CLOSE ROUTE-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-ASSIGNMENTS
               CLOSE ASSIGN-FILE
           END-IF

           DISPLAY "===== RIDERSHIP SCAN LOAD ====="
           DISPLAY "SCANS READ        : " WS-SCAN-COUNT
           DISPLAY "LOADED            : " WS-LOADED-COUNT
           DISPLAY "  ON ASSIGNED RTE : " WS-ON-ROUTE-COUNT
           DISPLAY "  WRONG ROUTE     : " WS-WRONG-ROUTE-COUNT
           DISPLAY "  NO ASSIGNMENT   : " WS-UNASSIGNED-COUNT
           DISPLAY "  STOP NOT ON RTE : " WS-UNLISTED-STOP-COUNT
           DISPLAY "DUPLICATE SCANS   : " WS-DUPLICATE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           STOP RUN.

       *> A scan must name a student on the master, a route on the
       *> route master, a morning or afternoon run, and a date no
       *> later than today.
       CHECK-THE-SCAN.
           MOVE "N" TO WS-SCAN-OK
           MOVE RSC-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "RIDESCAN: CARD " RSC-CARD-NUMBER
                       " - STUDENT NOT ON FILE"
               NOT INVALID KEY
                   MOVE "Y" TO WS-SCAN-OK
           END-READ
           IF WS-SCAN-OK = "Y"
               MOVE RSC-ROUTE-CODE TO RTM-ROUTE-CODE
               READ ROUTE-FILE
                   INVALID KEY
                       DISPLAY "RIDESCAN: ROUTE NOT ON FILE "
                           RSC-ROUTE-CODE " CARD " RSC-CARD-NUMBER
                       MOVE "N" TO WS-SCAN-OK
               END-READ
           END-IF
           IF WS-SCAN-OK = "Y"
               EVALUATE TRUE
                   WHEN RSC-RUN NOT = "A" AND RSC-RUN NOT = "P"
                       DISPLAY "RIDESCAN: UNKNOWN RUN " RSC-RUN
                           " CARD " RSC-CARD-NUMBER
                       MOVE "N" TO WS-SCAN-OK
                   WHEN RSC-SCAN-DATE = ZERO
                       OR RSC-SCAN-DATE > WS-RUN-DATE
                       DISPLAY "RIDESCAN: BAD SCAN DATE "
                           RSC-SCAN-DATE " CARD " RSC-CARD-NUMBER
                       MOVE "N" TO WS-SCAN-OK
               END-EVALUATE
           END-IF.

       Load-One-Scan.
           PERFORM CHECK-THE-SCAN
           IF WS-SCAN-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE RSC-STUDENT-ID TO RID-STUDENT-ID
               MOVE RSC-SCAN-DATE  TO RID-SCAN-DATE
               MOVE RSC-SCAN-TIME  TO RID-SCAN-TIME
               MOVE RSC-ROUTE-CODE TO RID-ROUTE-CODE
               MOVE RSC-STOP       TO RID-STOP
               MOVE RSC-RUN        TO RID-RUN
               MOVE WS-RUN-DATE    TO RID-LOADED-DATE
               PERFORM FIND-THE-STOP
               PERFORM MATCH-THE-ASSIGNMENT
               WRITE RIDE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUPLICATE-COUNT
                   NOT INVALID KEY
                       PERFORM COUNT-THE-RIDE
               END-WRITE
           END-IF.

       *> The stop's place on the route master's list; readers key
       *> the stop name the same way BUSMAINT's feed does.
       FIND-THE-STOP.
           MOVE ZERO TO RID-STOP-SEQ
           PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                   UNTIL WS-STOP-SUB > RTM-STOP-COUNT
                       OR RID-STOP-SEQ NOT = ZERO
               IF RTM-STOP (WS-STOP-SUB) = RSC-STOP
                   MOVE WS-STOP-SUB TO RID-STOP-SEQ
               END-IF
           END-PERFORM.

       MATCH-THE-ASSIGNMENT.
           MOVE SPACES TO RID-ASSIGNED-ROUTE
           SET RID-UNASSIGNED TO TRUE
           IF WS-HAVE-ASSIGNMENTS
               MOVE RSC-STUDENT-ID TO BAS-STUDENT-ID
               READ ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAS-ROUTE-CODE TO RID-ASSIGNED-ROUTE
                       IF BAS-ROUTE-CODE = RSC-ROUTE-CODE
                           SET RID-ON-ROUTE TO TRUE
                       ELSE
                           SET RID-WRONG-ROUTE TO TRUE
                       END-IF
               END-READ
           END-IF.

       COUNT-THE-RIDE.
           ADD 1 TO WS-LOADED-COUNT
           EVALUATE TRUE
               WHEN RID-ON-ROUTE    ADD 1 TO WS-ON-ROUTE-COUNT
               WHEN RID-WRONG-ROUTE ADD 1 TO WS-WRONG-ROUTE-COUNT
               WHEN RID-UNASSIGNED  ADD 1 TO WS-UNASSIGNED-COUNT
           END-EVALUATE
           IF RID-MORNING AND RID-STOP-SEQ = ZERO
               ADD 1 TO WS-UNLISTED-STOP-COUNT
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RIDE-SCAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SCAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RIDELOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RIDE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSROUTE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ROUTE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSASGN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ASSIGN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
