      *> ===================================================================
      *> ACTMBRRC.cpy
      *> Shared activity membership record (actmbr.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> activity rosters.  One record per student per activity,
      *> keyed by activity code plus student so one roster reads back
      *> together via START on a partial key.  AMB-STUDENT-ID is also
      *> an alternate key WITH DUPLICATES, so every activity a student
      *> is on is one keyed read away.
      *>
      *> AMB-STATUS "D" is a member dropped from the roster; the
      *> record stays so a rejoin is a rewrite, not a second row.
      *> AMB-DUES-SEQ is the CHG-ITEM-SEQ of the dues charge posted
      *> on the latest join, ZERO when the activity charged none.
      *> ===================================================================
           05  AMB-KEY.
               10  AMB-ACTIVITY            PIC X(4).
               10  AMB-STUDENT-ID          PIC 9(6).
           05  AMB-STATUS                  PIC X(1).
               88  AMB-ACTIVE              VALUE "A".
               88  AMB-DROPPED             VALUE "D".
           05  AMB-JOINED-DATE             PIC 9(8).
           05  AMB-DROPPED-DATE            PIC 9(8).
           05  AMB-DUES-SEQ                PIC 9(4).
