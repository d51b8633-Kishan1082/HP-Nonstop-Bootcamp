      *> ===================================================================
      *> RPTCATRC.cpy
      *> Shared report catalog entry, as RPTCAT returns it.
      *>
      *> COPY this under the 01 any program passes to RPTCAT.  One
      *> entry per report operators may request a rerun of: the
      *> report's PROGRAM-ID, the lowest operator authority that may
      *> ask for it, and the name of the environment variable the
      *> report reads each parameter from.  A parameter whose name is
      *> spaces is one the report does not take, and RPTREQ does not
      *> prompt for it.
      *>
      *> RCG-OUTPUT-ENV names the report's own print-file override;
      *> spaces means the report writes to the console, and RPTFILL
      *> captures the console instead.
      *> ===================================================================
           05  RCG-REPORT-CODE             PIC X(8).
           05  RCG-DESCRIPTION             PIC X(30).
           05  RCG-MIN-LEVEL               PIC 9(1).
           05  RCG-CAMPUS-ENV              PIC X(16).
           05  RCG-SECTION-ENV             PIC X(16).
           05  RCG-FROM-ID-ENV             PIC X(16).
           05  RCG-TO-ID-ENV               PIC X(16).
           05  RCG-AS-OF-ENV               PIC X(16).
           05  RCG-OUTPUT-ENV              PIC X(16).
