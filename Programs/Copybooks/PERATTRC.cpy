      *> ===================================================================
      *> PERATTRC.cpy
      *> Shared period attendance record (perattd.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> period attendance file.  One record per student per school
      *> day per meeting period, written by PERCAPT from each
      *> section teacher's feed.  PERROLL rolls a day's periods up
      *> into the single daily mark ATTPOST posts to attdetl.idx, and
      *> PERCUT reports the class-cutting the daily mark hides - a
      *> student in the building but missing from a section.
      *>
      *> PRA-MARK is the section teacher's mark: "P" present, "A"
      *> absent, "T" tardy.  PRA-SECTION is the section that met in
      *> the period.  PRA-EXCUSE is "E" when the absence from this
      *> one section was sanctioned (field trip, counselor pass,
      *> nurse), space otherwise.  PRA-CAMPUS is copied from the
      *> master at capture time.
      *> ===================================================================
           05  PRA-KEY.
               10  PRA-STUDENT-ID          PIC 9(6).
               10  PRA-DATE                PIC 9(8).
               10  PRA-PERIOD              PIC 9(2).
           05  PRA-SECTION                 PIC X(3).
           05  PRA-MARK                    PIC X(1).
               88  PRA-PRESENT             VALUE "P".
               88  PRA-ABSENT              VALUE "A".
               88  PRA-TARDY               VALUE "T".
           05  PRA-EXCUSE                  PIC X(1).
               88  PRA-EXCUSED             VALUE "E".
           05  PRA-CAMPUS                  PIC X(2).
           05  PRA-CAPTURED-DATE           PIC 9(8).
