       FILE-CONTROL.
           *> Two-character actions: "RA"/"RC"/"RD" add, change, or
           *> delete a route; "SA"/"SD" assign a student to a route
           *> and stop, or remove the assignment.  A route's seat
           *> capacity rides on "RA", and on "RC" when non-zero.
           SELECT BUS-TRAN-FILE ASSIGN TO WS-BUSTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSTRAN-FS.
           05 BTR-DRIVER-EMP-ID     PIC 9(3).
           05 BTR-STUDENT-ID        PIC 9(6).
           05 BTR-STOP              PIC X(20).
           05 BTR-SEAT-CAPACITY     PIC 9(3).

       FD ROUTE-FILE.
       01 ROUTE-RECORD.
               MOVE BTR-DRIVER-EMP-ID TO RTM-DRIVER-EMP-ID
               MOVE ZERO              TO RTM-STOP-COUNT
               MOVE SPACES            TO RTM-STOP-LIST
               MOVE BTR-SEAT-CAPACITY TO RTM-SEAT-CAPACITY
               WRITE ROUTE-RECORD
                   INVALID KEY
                       DISPLAY "BUSMAINT: ROUTE ALREADY ON FILE: "

       *> A change rewrites the driver and description; the stop
       *> list builds up one "RC" per stop - each change whose stop
       *> column is non-blank appends that stop, and a non-zero
       *> capacity replaces the one on file.
       Change-Route.
           MOVE BTR-ROUTE-CODE TO RTM-ROUTE-CODE
           READ ROUTE-FILE
                       IF BTR-DESCRIPTION NOT = SPACES
                           MOVE BTR-DESCRIPTION TO RTM-DESCRIPTION
                       END-IF
                       IF BTR-SEAT-CAPACITY NOT = ZERO
                           MOVE BTR-SEAT-CAPACITY
                               TO RTM-SEAT-CAPACITY
                       END-IF
                       IF BTR-STOP NOT = SPACES
                           AND RTM-STOP-COUNT < 10
                           ADD 1 TO RTM-STOP-COUNT
