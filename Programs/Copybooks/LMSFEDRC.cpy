      *> ===================================================================
      *> LMSFEDRC.cpy
      *> Learning management system roster feed record (lmsfeed.dat).
      *>
      *> COPY this into the FD of any program that writes or reads the
      *> nightly outbound roster feed.  Standard H/D/T shape: an "H"
      *> header saying whether this is a full load or changes only,
      *> one "D" row per section or enrollment sent, and a "T"
      *> trailer carrying the counts the LMS proves.
      *>
      *> LMF-BATCH-DATE is the business date the batch was built and
      *> is on every record; the LMS acknowledges a batch by that
      *> date and each row by LMD-SEQ (see LMSACKRC).
      *>
      *> LMD-ACTION on a full load is always "A".  On a changes-only
      *> batch: "A" a new section or enrollment, "D" a section gone
      *> from the catalog or an enrollment dropped or withdrawn, "T"
      *> a section whose teacher changed (LMD-TEACHER-ID is the new
      *> teacher, zero when the section is now unassigned).
      *> ===================================================================
           05  LMF-REC-TYPE                PIC X(1).
               88  LMF-HEADER              VALUE "H".
               88  LMF-DETAIL              VALUE "D".
               88  LMF-TRAILER             VALUE "T".
           05  LMF-BATCH-DATE              PIC 9(8).
           05  LMF-DATA                    PIC X(41).
           05  LMF-HEADER-DATA REDEFINES LMF-DATA.
               10  LMH-LOAD-TYPE           PIC X(1).
                   88  LMH-FULL-LOAD       VALUE "F".
                   88  LMH-CHANGES-ONLY    VALUE "C".
               10  LMH-TERM                PIC 9(2).
               10  LMH-SINCE-BATCH         PIC 9(8).
               10  FILLER                  PIC X(30).
           05  LMF-DETAIL-DATA REDEFINES LMF-DATA.
               10  LMD-SEQ                 PIC 9(6).
               10  LMD-ACTION              PIC X(1).
                   88  LMD-ADD             VALUE "A".
                   88  LMD-DROP            VALUE "D".
                   88  LMD-TEACHER-CHANGE  VALUE "T".
               10  LMD-ROW-TYPE            PIC X(1).
                   88  LMD-SECTION-ROW     VALUE "C".
                   88  LMD-ENROLL-ROW      VALUE "E".
               10  LMD-STUDENT-ID          PIC 9(6).
               10  LMD-SECTION             PIC X(3).
               10  LMD-TEACHER-ID          PIC 9(3).
               10  LMD-ROW-NAME            PIC X(20).
               10  FILLER                  PIC X(1).
           05  LMF-TRAILER-DATA REDEFINES LMF-DATA.
               10  LMT-ROW-COUNT           PIC 9(6).
               10  LMT-ADD-COUNT           PIC 9(6).
               10  LMT-DROP-COUNT          PIC 9(6).
               10  LMT-TEACHER-COUNT       PIC 9(6).
               10  FILLER                  PIC X(17).
