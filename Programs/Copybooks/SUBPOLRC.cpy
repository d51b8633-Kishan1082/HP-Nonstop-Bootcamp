      *> ===================================================================
      *> SUBPOLRC.cpy
      *> Shared substitute-pool record (subpool.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> substitute pool.  One record per employee the front office
      *> may call in to cover a class: substitutes are EMP-IDs on
      *> employees.dat like everyone else, so their credentials sit on
      *> credent.idx and the coverage run can honor them.
      *>
      *> SBP-HOME-CAMPUS is the campus the substitute prefers; the
      *> coverage run tries it first and crosses campuses only when
      *> nobody local is free.  SBP-STATUS "U" takes a substitute out
      *> of the rotation without losing the record.
      *> ===================================================================
           05  SBP-EMP-ID                  PIC 9(3).
           05  SBP-HOME-CAMPUS             PIC X(2).
           05  SBP-STATUS                  PIC X(1).
               88  SBP-AVAILABLE           VALUE "A".
               88  SBP-UNAVAILABLE         VALUE "U".
           05  SBP-ADDED-DATE              PIC 9(8).
