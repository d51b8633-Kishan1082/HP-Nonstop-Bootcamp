      *> ===================================================================
      *> JOBTIMRC.cpy
      *> Shared job elapsed-time history record (jobtime.dat).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> job timing history.  Every job the plan driver dispatches or
      *> the operator reports back, and every step the batch cycle
      *> runs, appends one row here through the JOBTIMR subroutine
      *> when it finishes - the run history the morning SLA report
      *> averages against.
      *>
      *> JTM-RUN-DATE is the business date the work ran under.
      *> JTM-STEP-NAME is blank on a whole-job row and names the step
      *> on a row a multi-step driver writes for one of its own
      *> steps.  The stamps are the machine clock (date YYYYMMDD,
      *> time HHMMSSCC) - elapsed time is wall-clock time, and a
      *> night's work routinely crosses midnight.
      *>
      *> JTM-OUTCOME is "C" for a clean finish and "F" for a failure;
      *> only clean finishes feed the trailing averages.
      *> ===================================================================
           05  JTM-RUN-DATE                PIC 9(8).
           05  JTM-JOB-NAME                PIC X(10).
           05  JTM-STEP-NAME               PIC X(12).
           05  JTM-START-STAMP.
               10  JTM-START-DATE          PIC 9(8).
               10  JTM-START-TIME          PIC 9(8).
           05  JTM-END-STAMP.
               10  JTM-END-DATE            PIC 9(8).
               10  JTM-END-TIME            PIC 9(8).
           05  JTM-ELAPSED-SECS            PIC 9(6).
           05  JTM-OUTCOME                 PIC X(1).
               88  JTM-CLEAN               VALUE "C".
               88  JTM-FAILED              VALUE "F".
