      *> ===================================================================
      *> SUBASGRC.cpy
      *> Shared substitute coverage assignment record (covasgn.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> coverage assignments.  One record per section per day its
      *> teacher is out, written by the coverage run: who was absent,
      *> who covered (zero while uncovered), and where.  Kept, not
      *> rebuilt, so the month-end substitute-days report and any
      *> rerun of the day's coverage read the same answer.
      *>
      *> SBA-CRED-MATCH is "Y" when the substitute holds a current
      *> credential in the section's subject area, "N" when the
      *> run had to place someone without one.
      *> ===================================================================
           05  SBA-KEY.
               10  SBA-COVER-DATE          PIC 9(8).
               10  SBA-SECTION-CODE        PIC X(3).
           05  SBA-ABSENT-EMP-ID           PIC 9(3).
           05  SBA-SUB-EMP-ID              PIC 9(3).
           05  SBA-MEETING-PERIOD          PIC 9(2).
           05  SBA-ROOM                    PIC X(5).
           05  SBA-CAMPUS                  PIC X(2).
           05  SBA-SUBJECT-AREA            PIC X(3).
           05  SBA-STATUS                  PIC X(1).
               88  SBA-COVERED             VALUE "C".
               88  SBA-UNCOVERED           VALUE "U".
           05  SBA-CRED-MATCH              PIC X(1).
               88  SBA-CREDENTIALED        VALUE "Y".
