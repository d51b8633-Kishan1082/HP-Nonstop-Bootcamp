      *> ===================================================================
      *> PICKUPRC.cpy
      *> Shared early-dismissal pickup log record (pickuplog.dat).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> pickup log.  PICKUP appends one row for every adult the front
      *> desk checks against a student's contacts, whether the student
      *> went home or not; PICKRPT prints the day's log for the
      *> principal, restricted and unknown adults first.
      *>
      *> PKL-OUTCOME: "R" released to an authorized contact, "X"
      *> refused - the adult is a restricted contact (no-pickup or
      *> no-information), "N" refused - the adult is not on the
      *> student's contact list, "C" an authorized contact the clerk
      *> did not release to (cancelled at the desk).
      *> PKL-CONTACT-PRIORITY and PKL-RESTRICTION describe the matched
      *> contact row; zero / space when the adult was not on file.
      *> PKL-DEPART-REASON is the ATD-DEPART-REASON written to the
      *> attendance detail on a release.
      *> ===================================================================
           05  PKL-DATE                    PIC 9(8).
           05  PKL-TIME                    PIC 9(4).
           05  PKL-STUDENT-ID              PIC 9(6).
           05  PKL-CAMPUS                  PIC X(2).
           05  PKL-ADULT-NAME              PIC X(20).
           05  PKL-OUTCOME                 PIC X(1).
               88  PKL-RELEASED            VALUE "R".
               88  PKL-REFUSED-RESTRICTED  VALUE "X".
               88  PKL-REFUSED-UNKNOWN     VALUE "N".
               88  PKL-CANCELLED           VALUE "C".
           05  PKL-CONTACT-PRIORITY        PIC 9(1).
           05  PKL-RESTRICTION             PIC X(1).
           05  PKL-RELATIONSHIP            PIC X(10).
           05  PKL-DEPART-REASON           PIC X(1).
           05  PKL-OPERATOR-ID             PIC X(8).
