      *> ===================================================================
      *> DEPLNKRC.cpy
      *> Shared employee-dependent link record (deplink.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> dependent link file.  One record per employee per dependent
      *> student, maintained by DEPMAINT from HR's feed: an employee's
      *> dependents sit together under DPL-KEY, and the alternate key
      *> answers "whose dependent is this student" for ASSESS.
      *>
      *> DPL-STATUS is "A" while the link draws tuition remission.
      *> ASSESS flips it to "D" (dropped), stamping DPL-DROPPED-DATE,
      *> the first assessment after the employee is terminated - a
      *> rehire is a fresh "A" card, not an automatic restore.
      *> ===================================================================
           05  DPL-KEY.
               10  DPL-EMP-ID              PIC 9(3).
               10  DPL-STUDENT-ID          PIC 9(6).
           05  DPL-MEMBER-STUDENT          PIC 9(6).
           05  DPL-STATUS                  PIC X(1).
               88  DPL-ACTIVE              VALUE "A".
               88  DPL-DROPPED             VALUE "D".
           05  DPL-ADDED-DATE              PIC 9(8).
           05  DPL-DROPPED-DATE            PIC 9(8).
