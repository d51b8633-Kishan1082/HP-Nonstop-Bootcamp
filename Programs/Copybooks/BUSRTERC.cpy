      *> list.  Per-student route/stop assignments live on their own
      *> file (BUSASGRC) - the binder in the office, machine-readable
      *> at last.
      *>
      *> RTM-SEAT-CAPACITY is the rated seating of the bus that runs
      *> the route; BUSLOAD measures scanned ridership against it.
      *> ===================================================================
           05  RTM-ROUTE-CODE              PIC X(4).
           05  RTM-DESCRIPTION             PIC X(20).
           05  RTM-STOP-LIST.
               10  RTM-STOP                PIC X(20)
                                           OCCURS 10 TIMES.
           05  RTM-SEAT-CAPACITY           PIC 9(3).
