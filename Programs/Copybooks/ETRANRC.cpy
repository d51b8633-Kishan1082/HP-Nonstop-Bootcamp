      *> ===================================================================
      *> ETRANRC.cpy
      *> Electronic transcript exchange record (etran.dat).
      *>
      *> COPY this into the FD of any program that writes or reads the
      *> outbound transcript file colleges and receiving districts
      *> load.  Standard H/.../T shape: an "H" header naming the
      *> sending district, then one record set per student sent, and
      *> a "T" trailer carrying the counts the receiver proves.
      *>
      *> A student's set is, in order: one "S" identity record (the
      *> destination and the state ID the receiver matches on), for
      *> each term on file an "R" term record followed by that
      *> term's "C" course records, any approved "X" transfer
      *> courses, and one "E" closing record with the credits,
      *> cumulative GPA and attendance summary.  Every record in a
      *> set repeats the state ID so a receiver can split the file
      *> without counting records.
      *>
      *> Grade points and percentages go out as plain display
      *> numerics with implied decimals (9V99, 9(3)V9).  Transfer
      *> course grades are the other school's, as reported, and are
      *> in neither GPA.
      *> ===================================================================
           05  ETR-REC-TYPE                PIC X(1).
               88  ETR-HEADER              VALUE "H".
               88  ETR-STUDENT             VALUE "S".
               88  ETR-TERM                VALUE "R".
               88  ETR-COURSE              VALUE "C".
               88  ETR-TRANSFER            VALUE "X".
               88  ETR-STUDENT-END         VALUE "E".
               88  ETR-TRAILER             VALUE "T".
           05  ETR-DATA                    PIC X(119).
           05  ETR-HEADER-DATA REDEFINES ETR-DATA.
               10  ETH-SENDER-ID           PIC X(10).
               10  ETH-SENDER-NAME         PIC X(30).
               10  ETH-FILE-DATE           PIC 9(8).
               10  FILLER                  PIC X(71).
           05  ETR-STUDENT-DATA REDEFINES ETR-DATA.
               10  ETS-STATE-ID            PIC X(10).
               10  ETS-DEST-CODE           PIC X(8).
               10  ETS-LOCAL-ID            PIC 9(6).
               10  ETS-STUDENT-NAME        PIC X(20).
               10  ETS-CLASS               PIC X(3).
               10  ETS-CAMPUS              PIC X(2).
               10  ETS-STATUS              PIC X(1).
               10  ETS-STANDING            PIC X(1).
               10  FILLER                  PIC X(68).
           05  ETR-TERM-DATA REDEFINES ETR-DATA.
               10  ETP-STATE-ID            PIC X(10).
               10  ETP-TERM                PIC 9(2).
               10  ETP-TERM-GPA            PIC 9V99.
               10  ETP-WEIGHTED-GPA        PIC 9V99.
               10  ETP-ATTENDANCE-PCT      PIC 9(3)V9.
               10  ETP-TERM-GRADE          PIC X(1).
               10  FILLER                  PIC X(96).
           05  ETR-COURSE-DATA REDEFINES ETR-DATA.
               10  ETC-STATE-ID            PIC X(10).
               10  ETC-TERM                PIC 9(2).
               10  ETC-COURSE-CODE         PIC X(3).
               10  ETC-COURSE-TITLE        PIC X(20).
               10  ETC-SUBJECT-AREA        PIC X(3).
               10  ETC-WEIGHT-CATEGORY     PIC X(1).
               10  ETC-GRADE               PIC X(1).
               10  ETC-CREDITS-EARNED      PIC 9(2)V9.
               10  FILLER                  PIC X(76).
           05  ETR-TRANSFER-DATA REDEFINES ETR-DATA.
               10  ETX-STATE-ID            PIC X(10).
               10  ETX-SOURCE-SCHOOL       PIC X(30).
               10  ETX-SOURCE-COURSE       PIC X(8).
               10  ETX-SOURCE-TITLE        PIC X(25).
               10  ETX-GRADE               PIC X(2).
               10  ETX-CREDITS             PIC 9(2)V9.
               10  ETX-SUBJECT-AREA        PIC X(3).
               10  FILLER                  PIC X(38).
           05  ETR-END-DATA REDEFINES ETR-DATA.
               10  ETE-STATE-ID            PIC X(10).
               10  ETE-TERM-COUNT          PIC 9(2).
               10  ETE-CREDITS-EARNED      PIC 9(3)V9.
               10  ETE-TRANSFER-CREDITS    PIC 9(3)V9.
               10  ETE-CUMULATIVE-GPA      PIC 9V99.
               10  ETE-CUMULATIVE-WEIGHTED PIC 9V99.
               10  ETE-DAYS-ENROLLED       PIC 9(3).
               10  ETE-DAYS-PRESENT        PIC 9(3).
               10  ETE-ATTENDANCE-PCT      PIC 9(3)V9.
               10  ETE-SET-REC-COUNT       PIC 9(4).
               10  FILLER                  PIC X(79).
           05  ETR-TRAILER-DATA REDEFINES ETR-DATA.
               10  ETT-STUDENT-COUNT       PIC 9(6).
               10  ETT-REC-COUNT           PIC 9(8).
               10  FILLER                  PIC X(105).
