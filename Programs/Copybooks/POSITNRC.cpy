      *> ===================================================================
      *> POSITNRC.cpy
      *> Shared budgeted-position record (position.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> position control file.  One record per budgeted position,
      *> keyed by position number and established by POSMAINT from
      *> the business office's position feed - the record of what
      *> each department is budgeted for that EMPLOYRC's "D" records
      *> never carried.
      *>
      *> POS-DEPT-CODE is a "D"-type department record's EMP-ID on
      *> employees.dat; POS-CAMPUS is the campus the position is
      *> budgeted at.  POS-BUDGET-FTE is the position's budgeted
      *> full-time equivalent, 0.01 to 1.00.
      *>
      *> POS-EMP-ID is the employee filling the position, ZERO while
      *> it is vacant - it is an alternate key WITH DUPLICATES so an
      *> employee's position is one keyed read away and every
      *> vacancy sits together under zero.  EMPMAINT fills a vacant
      *> position on a hire and vacates it on a termination;
      *> POS-VACANT-SINCE is the date the position last fell vacant
      *> (or was established), which the position control report
      *> ages.
      *>
      *> POS-STATUS "C" is a position closed out of the budget - it
      *> stays on file for history but is never filled again.
      *> ===================================================================
           05  POS-NUMBER                  PIC 9(5).
           05  POS-DEPT-CODE               PIC 9(3).
           05  POS-CAMPUS                  PIC X(2).
           05  POS-JOB-CLASS               PIC X(4).
           05  POS-BUDGET-FTE              PIC 9V99.
           05  POS-STATUS                  PIC X(1).
               88  POS-ACTIVE              VALUE "A".
               88  POS-CLOSED              VALUE "C".
           05  POS-EMP-ID                  PIC 9(3).
               88  POS-VACANT              VALUE ZERO.
           05  POS-VACANT-SINCE            PIC 9(8).
           05  POS-FILLED-DATE             PIC 9(8).
           05  POS-LAST-CHANGED            PIC 9(8).
