      *> ===================================================================
      *> TESTRC.cpy
      *> Shared standardized test score history record (testscr.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> score history.  One record per student per test per
      *> administration date, loaded by TSTLOAD from the assessment
      *> vendors' result files - matched to the student through the
      *> state ID cross-reference, never by name alone.
      *>
      *> TST-TEST-CODE is the vendor's test/subject code as sent
      *> (e.g. "ST-MTH" state math, "ST-ELA" state reading, "PL-MTH"
      *> math placement).  TST-PERF-LEVEL is the vendor's 1-5
      *> performance level; the proficiency summary counts a level
      *> at or above its cut (3 unless the run overrides it) as
      *> proficient.
      *>
      *> TST-CAMPUS and TST-CLASS are the student's campus and
      *> section on the master when the score loaded, so a later
      *> transfer does not move a section's results.
      *> ===================================================================
           05  TST-KEY.
               10  TST-STUDENT-ID          PIC 9(6).
               10  TST-TEST-CODE           PIC X(6).
               10  TST-ADMIN-DATE          PIC 9(8).
           05  TST-SCALE-SCORE             PIC 9(4).
           05  TST-PERF-LEVEL              PIC 9(1).
               88  TST-LEVEL-VALID         VALUES 1 THRU 5.
           05  TST-SUBSCORES.
               10  TST-SUBSCORE            PIC 9(4)
                                           OCCURS 6 TIMES.
           05  TST-CAMPUS                  PIC X(2).
           05  TST-CLASS                   PIC X(3).
           05  TST-STATE-ID                PIC X(10).
           05  TST-LOADED-DATE             PIC 9(8).
