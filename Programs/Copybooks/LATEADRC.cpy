      *> ===================================================================
      *> LATEADRC.cpy
      *> Shared late-add approval queue record (lateadd.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> late-add queue.  ENRLMNT queues an add dated after the term's
      *> add deadline here instead of enrolling it; a counselor
      *> releases or denies it at the LATEAPRV screen, and a released
      *> add comes back through ENRLMNT as an "L" action.  One row per
      *> student per course per term - a fresh late request for a
      *> pair already decided reopens the same row.
      *>
      *> LAD-STATUS: "P" pending a counselor, "R" released (awaiting
      *> the next enrollment run), "D" denied, "A" applied - the
      *> released add has posted.  LAD-REQUEST-ACTION keeps the
      *> original "E" or "O", so a late override still waives the
      *> prerequisites once it is released.
      *> ===================================================================
           05  LAD-KEY.
               10  LAD-STUDENT-ID          PIC 9(6).
               10  LAD-COURSE-CODE         PIC X(3).
               10  LAD-TERM                PIC 9(2).
           05  LAD-REQUEST-ACTION          PIC X(1).
           05  LAD-REQUEST-DATE            PIC 9(8).
           05  LAD-QUEUED-DATE             PIC 9(8).
           05  LAD-STATUS                  PIC X(1).
               88  LAD-PENDING             VALUE "P".
               88  LAD-RELEASED            VALUE "R".
               88  LAD-DENIED              VALUE "D".
               88  LAD-APPLIED             VALUE "A".
           05  LAD-DECIDED-BY              PIC X(8).
           05  LAD-DECISION-DATE           PIC 9(8).
           05  LAD-DECISION-REASON         PIC X(30).
           05  LAD-APPLIED-DATE            PIC 9(8).
