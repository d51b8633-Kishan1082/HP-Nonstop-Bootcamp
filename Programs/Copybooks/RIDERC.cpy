      *> ===================================================================
      *> RIDERC.cpy
      *> Shared bus ridership record (ridelog.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> ridership log.  One record per card scan the bus readers
      *> send up, loaded by RIDESCAN: who boarded, which route and
      *> stop, on which run, and how that squares with the student's
      *> assignment on BUSASGRC at the time the scan was loaded.
      *>
      *> RID-STOP-SEQ is the stop's place in the route master's stop
      *> list (1 = first pickup), zero for a stop the route does not
      *> list.  RID-RUN is "A" for the morning run (riders board stop
      *> by stop on the way in) and "P" for the afternoon run (riders
      *> board at the school on the way out).
      *>
      *> RID-MATCH: "Y" rode the assigned route, "W" rode a route
      *> other than the one assigned (RID-ASSIGNED-ROUTE has the one
      *> they should be on), "U" has no assignment at all.
      *> ===================================================================
           05  RID-KEY.
               10  RID-STUDENT-ID          PIC 9(6).
               10  RID-SCAN-DATE           PIC 9(8).
               10  RID-SCAN-TIME           PIC 9(4).
           05  RID-ROUTE-CODE              PIC X(4).
           05  RID-STOP                    PIC X(20).
           05  RID-STOP-SEQ                PIC 9(2).
           05  RID-RUN                     PIC X(1).
               88  RID-MORNING             VALUE "A".
               88  RID-AFTERNOON           VALUE "P".
           05  RID-ASSIGNED-ROUTE          PIC X(4).
           05  RID-MATCH                   PIC X(1).
               88  RID-ON-ROUTE            VALUE "Y".
               88  RID-WRONG-ROUTE         VALUE "W".
               88  RID-UNASSIGNED          VALUE "U".
           05  RID-LOADED-DATE             PIC 9(8).
