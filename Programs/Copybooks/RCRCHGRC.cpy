      *> ===================================================================
      *> RCRCHGRC.cpy
      *> Shared recurring charge schedule record (rcrchg.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> recurring charge schedules.  One record per fee a student is
      *> billed on a cycle - activity, after-care, instrument rental -
      *> instead of the business office keying it through CHGPOST
      *> every month.  RCRMNT keeps the schedules; RCRGEN bills them.
      *>
      *> RCS-KEY is the RECORD KEY: the student plus a per-student
      *> schedule number, so one student's schedules read back
      *> together via START on a partial key.
      *>
      *> RCS-CHARGE-CODE is a CHGCODRC code.  RCS-FREQUENCY: "M"
      *> every month, "Q" every third month, "A" once a year - the
      *> cycle counts from the month of RCS-START-DATE.
      *> RCS-STOP-DATE zero means the schedule runs until stopped;
      *> no period after the stop date's month is billed.
      *>
      *> RCS-STATUS is "A" while the schedule bills and "S" once it
      *> has stopped.  RCS-STOP-REASON: "M" stopped by the business
      *> office, "E" ran past its stop date, "D" the student was
      *> deactivated or transferred out - RCRGEN stops these on its
      *> own, so a returning student's fees are set up again rather
      *> than resuming unseen.  RCS-LAST-PERIOD is the last YYYYMM
      *> billed; the generation history (RCRHSTRC), not this field,
      *> is what guards against billing a period twice.
      *> ===================================================================
           05  RCS-KEY.
               10  RCS-STUDENT-ID          PIC 9(6).
               10  RCS-SCHED-SEQ           PIC 9(2).
           05  RCS-CHARGE-CODE             PIC X(3).
           05  RCS-DESCRIPTION             PIC X(20).
           05  RCS-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  RCS-FREQUENCY               PIC X(1).
               88  RCS-MONTHLY             VALUE "M".
               88  RCS-QUARTERLY           VALUE "Q".
               88  RCS-ANNUAL              VALUE "A".
               88  RCS-FREQUENCY-VALID     VALUES "M" "Q" "A".
           05  RCS-START-DATE              PIC 9(8).
           05  RCS-STOP-DATE               PIC 9(8).
           05  RCS-STATUS                  PIC X(1).
               88  RCS-ACTIVE              VALUE "A".
               88  RCS-STOPPED             VALUE "S".
           05  RCS-STOP-REASON             PIC X(1).
               88  RCS-STOPPED-BY-OFFICE   VALUE "M".
               88  RCS-EXPIRED             VALUE "E".
               88  RCS-STUDENT-GONE        VALUE "D".
           05  RCS-LAST-PERIOD             PIC 9(6).
           05  RCS-CREATED-DATE            PIC 9(8).
