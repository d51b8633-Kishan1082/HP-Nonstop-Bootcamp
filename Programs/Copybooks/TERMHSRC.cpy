      *> TH-TERM-GPA / TH-TERM-ATTENDANCE-PCT are COMP-1 like the
      *> master fields they snapshot; TH-TERM-GRADE is the letter
      *> grade the student closed the term with.
      *>
      *> TH-TERM-WEIGHTED-GPA is the same term GPA with each course's
      *> catalog weight bonus added (GPAWGHT) - it can run past 4.0.
      *> Class rank and the dean's list judge on it; transcripts and
      *> report cards show it beside the unweighted figure.  A term
      *> posted from the master rather than the gradebook carries
      *> the unweighted GPA in both fields.
      *> ===================================================================
           05  TH-STUDENT-ID               PIC 9(6).
           05  TH-STUDENT-NAME             PIC X(20).
           05  TH-TERM-GPA                 USAGE COMP-1.
           05  TH-TERM-ATTENDANCE-PCT      USAGE COMP-1.
           05  TH-TERM-GRADE               PIC X(1).
           05  TH-TERM-WEIGHTED-GPA        USAGE COMP-1.
