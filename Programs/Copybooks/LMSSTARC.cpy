      *> ===================================================================
      *> LMSSTARC.cpy
      *> Learning management system roster state row (lmsstate.dat,
      *> lmspend.dat).
      *>
      *> COPY this into the FD of any program that reads or writes a
      *> roster state file.  One row per catalog section and one per
      *> current-term enrollment, as the LMS was last told about it
      *> (lmsstate.dat, the acknowledged state) or as tonight's feed
      *> tells it (lmspend.dat, the state awaiting acknowledgment).
      *> LMSSYNC compares the two to send only what changed.
      *>
      *> Rows are in LMS-ROW-KEY order.  Section rows ("C") sort
      *> ahead of enrollment rows ("E") so the LMS is always handed a
      *> classroom before anyone is rostered into it.  LMS-STUDENT-ID
      *> is zero on a section row; LMS-TEACHER-ID is the section's
      *> CRS-TEACHER-ID on a section row and zero on an enrollment.
      *> LMS-ROW-NAME is the section description or the student name.
      *> ===================================================================
           05  LMS-ROW-KEY.
               10  LMS-ROW-TYPE            PIC X(1).
                   88  LMS-SECTION-ROW     VALUE "C".
                   88  LMS-ENROLL-ROW      VALUE "E".
               10  LMS-STUDENT-ID          PIC 9(6).
               10  LMS-SECTION             PIC X(3).
           05  LMS-TERM                    PIC 9(2).
           05  LMS-TEACHER-ID              PIC 9(3).
           05  LMS-ROW-NAME                PIC X(20).
