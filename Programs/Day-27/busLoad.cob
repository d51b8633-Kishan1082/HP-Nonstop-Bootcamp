       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> RIDESCAN's log of every card tap the buses sent up.
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

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT WRONG-WORK ASSIGN TO "buswrong.tmp".
           SELECT IDLE-WORK ASSIGN TO "busidle.tmp".
           SELECT LOAD-WORK ASSIGN TO "busload.tmp".

       DATA DIVISION.
       FILE SECTION.
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

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD WRONG-WORK.
       01 WRONG-WORK-RECORD.
           05 WRW-SCAN-DATE         PIC 9(8).
           05 WRW-ROUTE-CODE        PIC X(4).
           05 WRW-SCAN-TIME         PIC 9(4).
           05 WRW-STUDENT-ID        PIC 9(6).
           05 WRW-STOP              PIC X(20).
           05 WRW-RUN               PIC X(1).
           05 WRW-ASSIGNED-ROUTE    PIC X(4).

       SD IDLE-WORK.
       01 IDLE-WORK-RECORD.
           05 IDW-ROUTE-CODE        PIC X(4).
           05 IDW-STOP              PIC X(20).
           05 IDW-STUDENT-ID        PIC 9(6).
           05 IDW-STUDENT-NAME      PIC X(20).
           05 IDW-LAST-RIDE         PIC 9(8).
           05 IDW-DAYS-MISSED       PIC 9(3).
           05 IDW-INACTIVE          PIC X(1).

       *> One row per scan in the window, plus a marker row (date
       *> zero, run blank) for every route on the master so a route
       *> nobody rode still prints - it is the first one to look at
       *> for consolidation.
       SD LOAD-WORK.
       01 LOAD-WORK-RECORD.
           05 LDW-ROUTE-CODE        PIC X(4).
           05 LDW-SCAN-DATE         PIC 9(8).
           05 LDW-RUN               PIC X(1).
           05 LDW-STOP-SEQ          PIC 9(2).

       WORKING-STORAGE SECTION.
       01 WS-RIDE-DSNAME            PIC X(40) VALUE "ridelog.idx".
       01 WS-ROUTE-DSNAME           PIC X(40) VALUE "busroute.idx".
       01 WS-ASSIGN-DSNAME          PIC X(40) VALUE "busasgn.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "busload.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 RIDE-FS                  PIC XX.
       01 ROUTE-FS                 PIC XX.
       01 ASSIGN-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The window the report covers: LOAD-FROM-DATE through
       *> LOAD-TO-DATE, both defaulting to the business date.  An
       *> assignment lists as idle once the student has missed
       *> RIDE-IDLE-DAYS service days in a row up to LOAD-TO-DATE.
       01 WS-LOAD-FROM-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LOAD-TO-DATE          PIC 9(8) VALUE ZERO.
       01 WS-IDLE-DAYS             PIC 9(3) VALUE 5.

       *> Service days are the dates any bus scanned anyone - the
       *> buses' own calendar, so weekends, holidays and snow days
       *> never count against a rider.
       01 WS-SERVICE-TABLE.
           05 WS-SVC-DATE          PIC 9(8) OCCURS 400 TIMES.
       01 WS-SVC-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-SVC-SUB               PIC 9(3) COMP.
       01 WS-SVC-FOUND             PIC X VALUE "N".
       01 WS-SVC-FULL              PIC X VALUE "N".

       01 WS-LAST-RIDE             PIC 9(8) VALUE ZERO.
       01 WS-DAYS-MISSED           PIC 9(3) VALUE ZERO.

       *> Per-route load tables.  A morning run's load at stop N is
       *> everyone who boarded at stops 1 through N; the peak is the
       *> heaviest day in the window.  Riders scanned at a stop the
       *> route does not list count toward the load arriving at
       *> school.  The afternoon run loads at the school, so its
       *> peak is the day's whole afternoon count.
       01 WS-CUR-ROUTE             PIC X(4) VALUE SPACES.
       01 WS-CUR-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CUR-RUN               PIC X(1) VALUE SPACE.
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-STOP-SUB              PIC 9(2) COMP.
       01 WS-RUN-TABLE.
           05 WS-RUN-BOARD         PIC 9(4) OCCURS 10 TIMES.
       01 WS-RUN-UNLISTED          PIC 9(4) VALUE ZERO.
       01 WS-RUN-PM-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RUN-LOAD              PIC 9(4) VALUE ZERO.
       01 WS-PEAK-TABLE.
           05 WS-PEAK-ENTRY OCCURS 10 TIMES.
               10 WS-PEAK-BOARD    PIC 9(4).
               10 WS-PEAK-LOAD     PIC 9(4).
       01 WS-AM-PEAK               PIC 9(4) VALUE ZERO.
       01 WS-AM-PEAK-DATE          PIC 9(8) VALUE ZERO.
       01 WS-PM-PEAK               PIC 9(4) VALUE ZERO.
       01 WS-PM-PEAK-DATE          PIC 9(8) VALUE ZERO.
       01 WS-ROUTE-RUNS            PIC 9(4) VALUE ZERO.
       01 WS-ROUTE-PEAK            PIC 9(4) VALUE ZERO.

       01 WS-PCT                   PIC 9(4) VALUE ZERO.
       01 WS-PCT-EDIT              PIC ZZZ9.
       01 WS-BOARD-EDIT            PIC ZZZ9.
       01 WS-LOAD-EDIT             PIC ZZZ9.
       01 WS-SEAT-EDIT             PIC ZZ9.
       01 WS-SEQ-EDIT              PIC Z9.
       01 WS-MISSED-EDIT           PIC ZZ9.
       01 WS-LOAD-LABEL            PIC X(24).
       01 WS-LOAD-FLAG             PIC X(22).
       01 WS-LAST-RIDE-TEXT        PIC X(8).
       01 WS-ASSIGNED-TEXT         PIC X(4).

       01 WS-WRONG-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-IDLE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ROUTE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-UNDER-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-EMPTY-COUNT           PIC 9(6) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-LOAD-TO-DATE
           PERFORM SET-FILENAMES
           IF WS-LOAD-FROM-DATE = ZERO
               MOVE WS-LOAD-TO-DATE TO WS-LOAD-FROM-DATE
           END-IF

           OPEN INPUT RIDE-FILE
           IF RIDE-FS NOT = "00"
               DISPLAY "BUSLOAD: NO RIDERSHIP LOG ON FILE - RUN "
                   "RIDESCAN FIRST, STATUS=" RIDE-FS
               STOP RUN
           END-IF

           OPEN INPUT ROUTE-FILE
           IF ROUTE-FS NOT = "00"
               DISPLAY "BUSLOAD: NO ROUTE MASTER ON FILE - RUN "
                   "BUSMAINT FIRST, STATUS=" ROUTE-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "BUSLOAD: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "BUSLOAD: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM PRINT-WRONG-ROUTE-RIDERS
           PERFORM PRINT-IDLE-ASSIGNMENTS
           PERFORM PRINT-ROUTE-LOADS

           CLOSE RIDE-FILE
           CLOSE ROUTE-FILE
           CLOSE STUDENT-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== ROUTE LOAD SUMMARY ====="
           DISPLAY "WINDOW            : " WS-LOAD-FROM-DATE " - "
               WS-LOAD-TO-DATE
           DISPLAY "SERVICE DAYS SEEN : " WS-SVC-COUNT
           DISPLAY "OFF-ROUTE RIDES   : " WS-WRONG-COUNT
           DISPLAY "IDLE ASSIGNMENTS  : " WS-IDLE-COUNT
           DISPLAY "ROUTES REPORTED   : " WS-ROUTE-COUNT
           DISPLAY "  OVER CAPACITY   : " WS-OVER-COUNT
           DISPLAY "  UNDER HALF FULL : " WS-UNDER-COUNT
           DISPLAY "  NO RIDERS       : " WS-EMPTY-COUNT
           DISPLAY "BUSLOAD: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> Riders on a route other than the one they are assigned to,
       *> or on a bus with no assignment at all.  The same pass over
       *> the log collects the service days the idle listing needs.
       PRINT-WRONG-ROUTE-RIDERS.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "DATE     TIME RUN ROUTE STOP                 ID    "
               " NAME                 ASSIGNED"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RIDERS OFF THEIR ASSIGNED ROUTE "
               WS-LOAD-FROM-DATE " - " WS-LOAD-TO-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           SORT WRONG-WORK
               ON ASCENDING KEY WRW-SCAN-DATE WRW-ROUTE-CODE
                   WRW-SCAN-TIME WRW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-WRONG-ROUTE-RIDES
               OUTPUT PROCEDURE IS LIST-WRONG-ROUTE-RIDES

           IF WS-WRONG-COUNT = ZERO
               MOVE "  NONE IN WINDOW" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       RELEASE-WRONG-ROUTE-RIDES.
           MOVE "N" TO WS-SCAN-EOF
           MOVE LOW-VALUES TO RID-KEY
           START RIDE-FILE KEY IS NOT LESS THAN RID-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ RIDE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RID-SCAN-DATE <= WS-LOAD-TO-DATE
                           PERFORM NOTE-SERVICE-DAY
                       END-IF
                       IF RID-SCAN-DATE >= WS-LOAD-FROM-DATE
                           AND RID-SCAN-DATE <= WS-LOAD-TO-DATE
                           AND NOT RID-ON-ROUTE
                           MOVE RID-SCAN-DATE  TO WRW-SCAN-DATE
                           MOVE RID-ROUTE-CODE TO WRW-ROUTE-CODE
                           MOVE RID-SCAN-TIME  TO WRW-SCAN-TIME
                           MOVE RID-STUDENT-ID TO WRW-STUDENT-ID
                           MOVE RID-STOP       TO WRW-STOP
                           MOVE RID-RUN        TO WRW-RUN
                           MOVE RID-ASSIGNED-ROUTE
                               TO WRW-ASSIGNED-ROUTE
                           RELEASE WRONG-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-SERVICE-DAY.
           MOVE "N" TO WS-SVC-FOUND
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > WS-SVC-COUNT
                       OR WS-SVC-FOUND = "Y"
               IF WS-SVC-DATE (WS-SVC-SUB) = RID-SCAN-DATE
                   MOVE "Y" TO WS-SVC-FOUND
               END-IF
           END-PERFORM
           IF WS-SVC-FOUND = "N"
               IF WS-SVC-COUNT < 400
                   ADD 1 TO WS-SVC-COUNT
                   MOVE RID-SCAN-DATE TO WS-SVC-DATE (WS-SVC-COUNT)
               ELSE
                   IF WS-SVC-FULL = "N"
                       DISPLAY "BUSLOAD: MORE THAN 400 SERVICE DAYS "
                           "ON THE LOG - IDLE COUNTS ARE PARTIAL"
                       MOVE "Y" TO WS-SVC-FULL
                   END-IF
               END-IF
           END-IF.

       LIST-WRONG-ROUTE-RIDES.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN WRONG-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Wrong-Ride
               END-RETURN
           END-PERFORM.

       Print-One-Wrong-Ride.
           ADD 1 TO WS-WRONG-COUNT
           MOVE WRW-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO STUDENT-NAME
           END-READ
           IF WRW-ASSIGNED-ROUTE = SPACES
               MOVE "NONE" TO WS-ASSIGNED-TEXT
           ELSE
               MOVE WRW-ASSIGNED-ROUTE TO WS-ASSIGNED-TEXT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WRW-SCAN-DATE " " WRW-SCAN-TIME "  " WRW-RUN
               "  " WRW-ROUTE-CODE "  " WRW-STOP " " WRW-STUDENT-ID
               " " STUDENT-NAME " " WS-ASSIGNED-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Assignments nobody is using: the student has not tapped on
       *> any bus for RIDE-IDLE-DAYS service days or more since the
       *> later of their last ride and the day they were assigned.
       *> These are the seats the office can release.
       PRINT-IDLE-ASSIGNMENTS.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ROUTE STOP                 ID     NAME             "
               "    LAST RIDE  DAYS MISSED"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE WS-IDLE-DAYS TO WS-MISSED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ASSIGNED STUDENTS NOT RIDING -" WS-MISSED-EDIT
               " SERVICE DAYS OR MORE THROUGH " WS-LOAD-TO-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FS NOT = "00"
               DISPLAY "BUSLOAD: NO ASSIGNMENT FILE ON SYSTEM, "
                   "STATUS=" ASSIGN-FS
               MOVE "  NO ASSIGNMENT FILE" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               SORT IDLE-WORK
                   ON ASCENDING KEY IDW-ROUTE-CODE IDW-STOP
                       IDW-STUDENT-ID
                   INPUT PROCEDURE IS RELEASE-IDLE-ASSIGNMENTS
                   OUTPUT PROCEDURE IS LIST-IDLE-ASSIGNMENTS
               CLOSE ASSIGN-FILE
               IF WS-IDLE-COUNT = ZERO
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
           END-IF.

       RELEASE-IDLE-ASSIGNMENTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ASSIGN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM Check-One-Assignment
               END-READ
           END-PERFORM.

       Check-One-Assignment.
           PERFORM FIND-LAST-RIDE
           MOVE ZERO TO WS-DAYS-MISSED
           PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
                   UNTIL WS-SVC-SUB > WS-SVC-COUNT
               IF WS-SVC-DATE (WS-SVC-SUB) > WS-LAST-RIDE
                   AND WS-SVC-DATE (WS-SVC-SUB) >= BAS-ASSIGNED-DATE
                   AND WS-DAYS-MISSED < 999
                   ADD 1 TO WS-DAYS-MISSED
               END-IF
           END-PERFORM
           IF WS-DAYS-MISSED >= WS-IDLE-DAYS
               MOVE BAS-ROUTE-CODE TO IDW-ROUTE-CODE
               MOVE BAS-STOP       TO IDW-STOP
               MOVE BAS-STUDENT-ID TO IDW-STUDENT-ID
               MOVE WS-LAST-RIDE   TO IDW-LAST-RIDE
               MOVE WS-DAYS-MISSED TO IDW-DAYS-MISSED
               MOVE SPACE          TO IDW-INACTIVE
               MOVE BAS-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "*** NOT ON MASTER ***"
                           TO IDW-STUDENT-NAME
                       MOVE "Y" TO IDW-INACTIVE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO IDW-STUDENT-NAME
                       IF NOT STUDENT-ACTIVE
                           MOVE "Y" TO IDW-INACTIVE
                       END-IF
               END-READ
               RELEASE IDLE-WORK-RECORD
           END-IF.

       *> The student's rows sit together on the log in date order;
       *> the last one on or before the window's end is the last
       *> ride.
       FIND-LAST-RIDE.
           MOVE ZERO TO WS-LAST-RIDE
           MOVE BAS-STUDENT-ID TO RID-STUDENT-ID
           MOVE ZERO TO RID-SCAN-DATE RID-SCAN-TIME
           MOVE "N" TO WS-SCAN-EOF
           START RIDE-FILE KEY IS NOT LESS THAN RID-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ RIDE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RID-STUDENT-ID NOT = BAS-STUDENT-ID
                           OR RID-SCAN-DATE > WS-LOAD-TO-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           MOVE RID-SCAN-DATE TO WS-LAST-RIDE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-IDLE-ASSIGNMENTS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN IDLE-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Idle-Assignment
               END-RETURN
           END-PERFORM.

       Print-One-Idle-Assignment.
           ADD 1 TO WS-IDLE-COUNT
           IF IDW-LAST-RIDE = ZERO
               MOVE "NEVER" TO WS-LAST-RIDE-TEXT
           ELSE
               MOVE IDW-LAST-RIDE TO WS-LAST-RIDE-TEXT
           END-IF
           MOVE IDW-DAYS-MISSED TO WS-MISSED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING IDW-ROUTE-CODE "  " IDW-STOP " " IDW-STUDENT-ID
               " " IDW-STUDENT-NAME " " WS-LAST-RIDE-TEXT
               "   " WS-MISSED-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF IDW-INACTIVE = "Y"
               MOVE "  STUDENT INACTIVE" TO WS-PRINT-LINE (78:18)
           END-IF
           PERFORM PRINT-A-LINE.

       *> Each route's peak load, stop by stop, against the seats on
       *> the bus.
       PRINT-ROUTE-LOADS.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "    STOP                  PEAK BOARD  PEAK LOAD  "
               "% SEATS"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ROUTE LOAD AGAINST SEAT CAPACITY "
               WS-LOAD-FROM-DATE " - " WS-LOAD-TO-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           MOVE "Y" TO WS-FIRST-RECORD
           SORT LOAD-WORK
               ON ASCENDING KEY LDW-ROUTE-CODE LDW-SCAN-DATE LDW-RUN
                   LDW-STOP-SEQ
               INPUT PROCEDURE IS RELEASE-ROUTE-LOADS
               OUTPUT PROCEDURE IS TOTAL-ROUTE-LOADS

           IF WS-FIRST-RECORD = "Y"
               MOVE "  NO ROUTES ON FILE" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM FINISH-RUN
               PERFORM FINISH-ROUTE
           END-IF.

       RELEASE-ROUTE-LOADS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RTM-ROUTE-CODE
           START ROUTE-FILE KEY IS NOT LESS THAN RTM-ROUTE-CODE
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ ROUTE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RTM-ROUTE-CODE TO LDW-ROUTE-CODE
                       MOVE ZERO           TO LDW-SCAN-DATE
                       MOVE SPACE          TO LDW-RUN
                       MOVE ZERO           TO LDW-STOP-SEQ
                       RELEASE LOAD-WORK-RECORD
               END-READ
           END-PERFORM

           MOVE "N" TO WS-SCAN-EOF
           MOVE LOW-VALUES TO RID-KEY
           START RIDE-FILE KEY IS NOT LESS THAN RID-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ RIDE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF RID-SCAN-DATE >= WS-LOAD-FROM-DATE
                           AND RID-SCAN-DATE <= WS-LOAD-TO-DATE
                           MOVE RID-ROUTE-CODE TO LDW-ROUTE-CODE
                           MOVE RID-SCAN-DATE  TO LDW-SCAN-DATE
                           MOVE RID-RUN        TO LDW-RUN
                           MOVE RID-STOP-SEQ   TO LDW-STOP-SEQ
                           RELEASE LOAD-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       TOTAL-ROUTE-LOADS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN LOAD-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Count-One-Boarding
               END-RETURN
           END-PERFORM.

       Count-One-Boarding.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-ROUTE
           ELSE
               IF LDW-ROUTE-CODE NOT = WS-CUR-ROUTE
                   PERFORM FINISH-RUN
                   PERFORM FINISH-ROUTE
                   PERFORM START-ROUTE
               ELSE
                   IF LDW-SCAN-DATE NOT = WS-CUR-DATE
                       OR LDW-RUN NOT = WS-CUR-RUN
                       PERFORM FINISH-RUN
                   END-IF
               END-IF
           END-IF
           MOVE LDW-SCAN-DATE TO WS-CUR-DATE
           MOVE LDW-RUN       TO WS-CUR-RUN
           EVALUATE TRUE
               WHEN LDW-RUN = "P"
                   ADD 1 TO WS-RUN-PM-COUNT
               WHEN LDW-RUN = "A"
                   IF LDW-STOP-SEQ > ZERO AND LDW-STOP-SEQ <= 10
                       ADD 1 TO WS-RUN-BOARD (LDW-STOP-SEQ)
                   ELSE
                       ADD 1 TO WS-RUN-UNLISTED
                   END-IF
           END-EVALUATE.

       START-ROUTE.
           MOVE LDW-ROUTE-CODE TO WS-CUR-ROUTE
           INITIALIZE WS-RUN-TABLE WS-PEAK-TABLE
           MOVE ZERO TO WS-RUN-UNLISTED WS-RUN-PM-COUNT
               WS-AM-PEAK WS-AM-PEAK-DATE WS-PM-PEAK WS-PM-PEAK-DATE
               WS-ROUTE-RUNS
           MOVE SPACE TO WS-CUR-RUN
           MOVE WS-CUR-ROUTE TO RTM-ROUTE-CODE
           READ ROUTE-FILE
               INVALID KEY
                   MOVE "*** NOT ON ROUTE MASTER ***"
                       TO RTM-DESCRIPTION
                   MOVE ZERO TO RTM-STOP-COUNT RTM-SEAT-CAPACITY
           END-READ.

       *> Close off one day's run on the route and fold it into the
       *> route's peaks.
       FINISH-RUN.
           EVALUATE WS-CUR-RUN
               WHEN "A"
                   ADD 1 TO WS-ROUTE-RUNS
                   MOVE ZERO TO WS-RUN-LOAD
                   PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                           UNTIL WS-STOP-SUB > 10
                       ADD WS-RUN-BOARD (WS-STOP-SUB) TO WS-RUN-LOAD
                       IF WS-RUN-BOARD (WS-STOP-SUB)
                               > WS-PEAK-BOARD (WS-STOP-SUB)
                           MOVE WS-RUN-BOARD (WS-STOP-SUB)
                               TO WS-PEAK-BOARD (WS-STOP-SUB)
                       END-IF
                       IF WS-RUN-LOAD > WS-PEAK-LOAD (WS-STOP-SUB)
                           MOVE WS-RUN-LOAD
                               TO WS-PEAK-LOAD (WS-STOP-SUB)
                       END-IF
                   END-PERFORM
                   ADD WS-RUN-UNLISTED TO WS-RUN-LOAD
                   IF WS-RUN-LOAD > WS-AM-PEAK
                       MOVE WS-RUN-LOAD TO WS-AM-PEAK
                       MOVE WS-CUR-DATE TO WS-AM-PEAK-DATE
                   END-IF
               WHEN "P"
                   ADD 1 TO WS-ROUTE-RUNS
                   IF WS-RUN-PM-COUNT > WS-PM-PEAK
                       MOVE WS-RUN-PM-COUNT TO WS-PM-PEAK
                       MOVE WS-CUR-DATE TO WS-PM-PEAK-DATE
                   END-IF
           END-EVALUATE
           INITIALIZE WS-RUN-TABLE
           MOVE ZERO TO WS-RUN-UNLISTED WS-RUN-PM-COUNT.

       FINISH-ROUTE.
           ADD 1 TO WS-ROUTE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE RTM-SEAT-CAPACITY TO WS-SEAT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ROUTE " WS-CUR-ROUTE " " RTM-DESCRIPTION
               "  SEATS " WS-SEAT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           IF WS-ROUTE-RUNS = ZERO
               ADD 1 TO WS-EMPTY-COUNT
               MOVE "    NO RIDERS SCANNED IN WINDOW" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM VARYING WS-STOP-SUB FROM 1 BY 1
                       UNTIL WS-STOP-SUB > RTM-STOP-COUNT
                   PERFORM PRINT-ONE-STOP-LOAD
               END-PERFORM
               MOVE "ARRIVING SCHOOL (AM)" TO WS-LOAD-LABEL
               MOVE WS-AM-PEAK TO WS-RUN-LOAD
               MOVE WS-AM-PEAK-DATE TO WS-CUR-DATE
               PERFORM PRINT-PEAK-LINE
               MOVE "LEAVING SCHOOL (PM)" TO WS-LOAD-LABEL
               MOVE WS-PM-PEAK TO WS-RUN-LOAD
               MOVE WS-PM-PEAK-DATE TO WS-CUR-DATE
               PERFORM PRINT-PEAK-LINE
               MOVE WS-AM-PEAK TO WS-ROUTE-PEAK
               IF WS-PM-PEAK > WS-ROUTE-PEAK
                   MOVE WS-PM-PEAK TO WS-ROUTE-PEAK
               END-IF
               EVALUATE TRUE
                   WHEN RTM-SEAT-CAPACITY = ZERO
                       CONTINUE
                   WHEN WS-ROUTE-PEAK > RTM-SEAT-CAPACITY
                       ADD 1 TO WS-OVER-COUNT
                   WHEN WS-ROUTE-PEAK * 2 < RTM-SEAT-CAPACITY
                       ADD 1 TO WS-UNDER-COUNT
                       MOVE "    ROUTE PEAK UNDER HALF THE SEATS - "
                           TO WS-PRINT-LINE
                       MOVE "CONSOLIDATION CANDIDATE"
                           TO WS-PRINT-LINE (39:23)
                       PERFORM PRINT-A-LINE
               END-EVALUATE
           END-IF.

       PRINT-ONE-STOP-LOAD.
           MOVE WS-STOP-SUB TO WS-SEQ-EDIT
           MOVE WS-PEAK-BOARD (WS-STOP-SUB) TO WS-BOARD-EDIT
           MOVE WS-PEAK-LOAD (WS-STOP-SUB) TO WS-RUN-LOAD
           PERFORM SET-LOAD-PERCENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-SEQ-EDIT " " RTM-STOP (WS-STOP-SUB)
               "      " WS-BOARD-EDIT "       " WS-LOAD-EDIT
               "     " WS-PCT-EDIT " " WS-LOAD-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-PEAK-LINE.
           PERFORM SET-LOAD-PERCENT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " WS-LOAD-LABEL "           " WS-LOAD-EDIT
               "     " WS-PCT-EDIT " " WS-LOAD-FLAG
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WS-RUN-LOAD > ZERO
               MOVE "ON" TO WS-PRINT-LINE (80:2)
               MOVE WS-CUR-DATE TO WS-PRINT-LINE (83:8)
           END-IF
           PERFORM PRINT-A-LINE.

       SET-LOAD-PERCENT.
           MOVE WS-RUN-LOAD TO WS-LOAD-EDIT
           MOVE SPACES TO WS-LOAD-FLAG
           IF RTM-SEAT-CAPACITY = ZERO
               MOVE ZERO TO WS-PCT
               MOVE "NO CAPACITY ON FILE" TO WS-LOAD-FLAG
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-RUN-LOAD * 100 / RTM-SEAT-CAPACITY
               IF WS-RUN-LOAD > RTM-SEAT-CAPACITY
                   MOVE "*** OVER CAPACITY ***" TO WS-LOAD-FLAG
               END-IF
           END-IF
           MOVE WS-PCT TO WS-PCT-EDIT.

       PRINT-A-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "BUS RIDERSHIP AND ROUTE LOAD"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
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
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSLOAD-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LOAD-FROM-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-LOAD-FROM-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LOAD-TO-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-LOAD-TO-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RIDE-IDLE-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
