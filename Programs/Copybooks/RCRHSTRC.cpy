      *> ===================================================================
      *> RCRHSTRC.cpy
      *> Shared recurring charge generation history (rcrhist.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> generation history.  RCRGEN writes one row for every schedule
      *> it bills for a period, in the same step as the feed record;
      *> a schedule with a row for the period is never billed for it
      *> again, however many times the run is repeated.
      *>
      *> RCH-KEY is the schedule's RCS-KEY plus the billing period
      *> (YYYYMM).  Code, amount and post date are exactly what went
      *> on the CHGPOST feed, so a lost feed can be rebuilt from here.
      *> ===================================================================
           05  RCH-KEY.
               10  RCH-STUDENT-ID          PIC 9(6).
               10  RCH-SCHED-SEQ           PIC 9(2).
               10  RCH-PERIOD              PIC 9(6).
           05  RCH-CHARGE-CODE             PIC X(3).
           05  RCH-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  RCH-POST-DATE               PIC 9(8).
           05  RCH-GENERATED-DATE          PIC 9(8).
