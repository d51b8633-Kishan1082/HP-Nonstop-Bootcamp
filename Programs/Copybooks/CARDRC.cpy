      *> ===================================================================
      *> CARDRC.cpy
      *> Shared student ID card record (idcard.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> student card file.  One record per student, keyed by
      *> STUDENT-ID, kept by CARDRUN: the card currently in the
      *> student's hand, how many have been printed, and the campus
      *> printed on it - a master campus that no longer matches is a
      *> transfer, and the next run prints a new card.
      *>
      *> CRD-CARD-NUMBER is the student ID followed by the issue
      *> count, so every printing carries a different number and the
      *> door-access vendor can shut off the one it replaced.
      *>
      *> CRD-STATUS is "A" while the card opens doors and "R" once
      *> CARDRUN has reported it revoked (student deactivated).  A
      *> reactivated student gets a fresh card on the next run.
      *> ===================================================================
           05  CRD-STUDENT-ID              PIC 9(6).
           05  CRD-CARD-NUMBER             PIC 9(9).
           05  CRD-ISSUE-DATE              PIC 9(8).
           05  CRD-ISSUE-COUNT             PIC 9(3).
           05  CRD-STATUS                  PIC X(1).
               88  CRD-ACTIVE              VALUE "A".
               88  CRD-REVOKED             VALUE "R".
           05  CRD-CAMPUS                  PIC X(2).
           05  CRD-REVOKED-DATE            PIC 9(8).
