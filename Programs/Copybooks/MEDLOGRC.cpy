      *> ===================================================================
      *> MEDLOGRC.cpy
      *> Shared medication administration record (medlog.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> medication administration log.  One record per dose event:
      *> the authorization (student and MDA-MED-SEQ), the date and
      *> time (HHMM), and what happened - "G" given, "R" refused by
      *> the student, "N" student not available (absent, field
      *> trip).  Only "G" counts as a dose given on the daily list.
      *> ===================================================================
           05  MDL-KEY.
               10  MDL-STUDENT-ID          PIC 9(6).
               10  MDL-MED-SEQ             PIC 9(2).
               10  MDL-DATE                PIC 9(8).
               10  MDL-TIME                PIC 9(4).
           05  MDL-OUTCOME                 PIC X(1).
               88  MDL-GIVEN               VALUE "G".
               88  MDL-OUTCOME-VALID       VALUES "G" "R" "N".
           05  MDL-GIVEN-BY                PIC X(8).
           05  MDL-RECORDED-DATE           PIC 9(8).
