      *> ===================================================================
      *> JOBSCHRC.cpy
      *> Shared job schedule record (jobsched.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> job schedule.  JOBPLAN writes one row per job per business
      *> date from the job plan and keeps its execution state; the
      *> morning SLA report reads a night's rows back to time the
      *> window.
      *>
      *> JSC-STATUS is "R" cleared to run, "H" held behind its
      *> predecessor, "C" completed, "F" failed.  JSC-PREDECESSOR is
      *> the plan's JPL-PREDECESSOR, carried so the chain can be
      *> walked without the plan file.  The start and end stamps are
      *> the machine clock (date YYYYMMDD, time HHMMSSCC) when the job
      *> was launched and when it came back - zero until then.
      *> ===================================================================
           05  JSC-KEY.
               10  JSC-RUN-DATE            PIC 9(8).
               10  JSC-JOB-NAME            PIC X(10).
           05  JSC-STATUS                  PIC X(1).
               88  JSC-RUNNABLE            VALUE "R".
               88  JSC-HELD                VALUE "H".
               88  JSC-COMPLETE            VALUE "C".
               88  JSC-FAILED              VALUE "F".
           05  JSC-PREDECESSOR             PIC X(10).
           05  JSC-START-STAMP.
               10  JSC-START-DATE          PIC 9(8).
               10  JSC-START-TIME          PIC 9(8).
           05  JSC-END-STAMP.
               10  JSC-END-DATE            PIC 9(8).
               10  JSC-END-TIME            PIC 9(8).
