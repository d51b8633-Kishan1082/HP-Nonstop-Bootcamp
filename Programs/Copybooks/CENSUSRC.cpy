      *> ===================================================================
      *> CENSUSRC.cpy
      *> Shared census-day enrollment copy (census.dat).
      *>
      *> COPY this into the FD of any program that reads the frozen
      *> census copy.  CENSUS writes it once, on the census date the
      *> term control record carries: a "H" header with that date,
      *> the term, and the day the freeze actually ran, then one "D"
      *> record per student active that day in STUDENT-ID order.
      *> Later runs against the same census date read it back and
      *> never rewrite it - the certified headcounts are whatever
      *> was frozen, and anything changed on the master since is
      *> reported against it, not folded into it.
      *>
      *> CNS-CLASS is the student's section as on the master; its
      *> first two characters are the grade level ("10A" is grade
      *> 10, section A).  The program flags ("Y"/"N") are the
      *> participations current on the census date itself.
      *> ===================================================================
           05  CNS-REC-TYPE                PIC X(1).
               88  CNS-HEADER              VALUE "H".
               88  CNS-DETAIL              VALUE "D".
           05  CNS-DETAIL-DATA.
               10  CNS-STUDENT-ID          PIC 9(6).
               10  CNS-STUDENT-NAME        PIC X(20).
               10  CNS-CLASS               PIC X(3).
               10  CNS-CLASS-PARTS REDEFINES CNS-CLASS.
                   15  CNS-GRADE-LEVEL     PIC X(2).
                   15  CNS-SECTION         PIC X(1).
               10  CNS-CAMPUS              PIC X(2).
               10  CNS-ELL-FLAG            PIC X(1).
               10  CNS-SPED-FLAG           PIC X(1).
               10  CNS-GIFTED-FLAG         PIC X(1).
               10  CNS-TITLE1-FLAG         PIC X(1).
           05  CNS-HEADER-DATA REDEFINES CNS-DETAIL-DATA.
               10  CNS-HDR-CENSUS-DATE     PIC 9(8).
               10  CNS-HDR-TERM            PIC 9(2).
               10  CNS-HDR-FROZEN-DATE     PIC 9(8).
               10  FILLER                  PIC X(17).
