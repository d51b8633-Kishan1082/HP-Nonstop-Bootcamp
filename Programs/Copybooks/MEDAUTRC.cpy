      *> ===================================================================
      *> MEDAUTRC.cpy
      *> Shared medication authorization record (medauth.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> health office's medication authorizations.  One record per
      *> student per medication (MDA-MED-SEQ numbers a student's
      *> medications 01, 02, ...), maintained by MEDMAINT from the
      *> signed parent/physician forms.
      *>
      *> MDA-DOSE-TIME holds up to four scheduled times of day (HHMM),
      *> zero in unused slots; each is one dose due on a school day.
      *> MDA-PRN "Y" marks an as-needed medication - nothing is ever
      *> due, but doses given are still logged and listed.
      *>
      *> The authorization covers MDA-START-DATE through
      *> MDA-EXPIRY-DATE.  An expired form stays on file, and the
      *> daily administration list flags it for the nurse until a new
      *> form is keyed or the medication is discontinued ("D").
      *> ===================================================================
           05  MDA-KEY.
               10  MDA-STUDENT-ID          PIC 9(6).
               10  MDA-MED-SEQ             PIC 9(2).
           05  MDA-DRUG                    PIC X(20).
           05  MDA-DOSE                    PIC X(10).
           05  MDA-SCHEDULE.
               10  MDA-DOSE-TIME           PIC 9(4)
                                           OCCURS 4 TIMES.
           05  MDA-PRN                     PIC X(1).
               88  MDA-AS-NEEDED           VALUE "Y".
           05  MDA-START-DATE              PIC 9(8).
           05  MDA-EXPIRY-DATE             PIC 9(8).
           05  MDA-PRESCRIBER              PIC X(20).
           05  MDA-STATUS                  PIC X(1).
               88  MDA-ACTIVE              VALUE "A".
               88  MDA-DISCONTINUED        VALUE "D".
           05  MDA-CAMPUS                  PIC X(2).
           05  MDA-LAST-CHANGED            PIC 9(8).
