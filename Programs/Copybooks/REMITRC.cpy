      *> ===================================================================
      *> REMITRC.cpy
      *> Shared tuition remission record (remit.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> remission file.  One record per student per term, written by
      *> ASSESS alongside the remission credit it generates into the
      *> charge feed, so HR's term report lists what was granted by
      *> department without re-deriving it.  A rerun of the
      *> assessment rewrites the same record.
      *>
      *> RMT-CATEGORY is the employee's pay group (PAY-GROUP on
      *> payrate.idx) the remission rate was looked up by; RMT-PCT is
      *> the rate applied to RMT-TUITION to give RMT-AMOUNT.
      *> ===================================================================
           05  RMT-KEY.
               10  RMT-TERM                PIC 9(2).
               10  RMT-STUDENT-ID          PIC 9(6).
           05  RMT-STUDENT-NAME            PIC X(20).
           05  RMT-CAMPUS                  PIC X(2).
           05  RMT-EMP-ID                  PIC 9(3).
           05  RMT-DEPT-CODE               PIC 9(3).
           05  RMT-CATEGORY                PIC X(2).
           05  RMT-PCT                     PIC 9(3)V99.
           05  RMT-TUITION                 PIC S9(5)V99 COMP-3.
           05  RMT-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  RMT-ASSESS-DATE             PIC 9(8).
