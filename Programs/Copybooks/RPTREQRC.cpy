      *> ===================================================================
      *> RPTREQRC.cpy
      *> Shared report request queue record (rptreq.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> report request queue.  RPTREQ queues one row per rerun an
      *> operator asks for and answers status inquiries from it;
      *> RPTFILL works the queued rows in the overnight job plan and
      *> marks each one done or failed.
      *>
      *> RRQ-REPORT-CODE is the report's PROGRAM-ID as RPTCAT lists it.
      *> Only the parameters that report takes are filled: campus and
      *> section spaces, ID range and as-of date zero when not asked.
      *> RRQ-STATUS is "Q" queued, "R" running, "D" done, "F" failed
      *> (RRQ-FAIL-REASON says why).  RRQ-OUTPUT-NAME is where the
      *> requester's copy of the output was routed.
      *> ===================================================================
           05  RRQ-REQUEST-NUM             PIC 9(6).
           05  RRQ-REPORT-CODE             PIC X(8).
           05  RRQ-REQUESTER               PIC X(8).
           05  RRQ-CAMPUS                  PIC X(2).
           05  RRQ-SECTION                 PIC X(3).
           05  RRQ-FROM-ID                 PIC 9(6).
           05  RRQ-TO-ID                   PIC 9(6).
           05  RRQ-AS-OF-DATE              PIC 9(8).
           05  RRQ-STATUS                  PIC X(1).
               88  RRQ-QUEUED              VALUE "Q".
               88  RRQ-RUNNING             VALUE "R".
               88  RRQ-DONE                VALUE "D".
               88  RRQ-FAILED              VALUE "F".
           05  RRQ-SUBMIT-DATE             PIC 9(8).
           05  RRQ-SUBMIT-TIME             PIC 9(4).
           05  RRQ-RUN-DATE                PIC 9(8).
           05  RRQ-OUTPUT-NAME             PIC X(60).
           05  RRQ-FAIL-REASON             PIC X(30).
