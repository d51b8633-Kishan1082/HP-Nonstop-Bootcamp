               88  ATD-TARDY               VALUE "T".
           05  ATD-CAMPUS                  PIC X(2).
      *> Why an absence happened: "E" excused, "M" medical, "U"
      *> unexcused, "S" suspended, space for a present/tardy mark or
      *> an absence whose note never arrived (treated as unexcused by
      *> the truancy sweep).  Late-arriving notes come in through the
      *> capture feed's correction action and rewrite this field.
      *> "S" is only ever written by DISCMNT for an out-of-school
      *> suspension day; it is neither excused nor unexcused, so the
      *> truancy sweep and the morning call-out both pass it by.
      *> "M" on a present or tardy mark is a medical early dismissal
      *> written by HLTHLOG when the nurse sends a student home after
      *> the morning mark posted; the day still counts as attended.
      *> "D" is the same for a student the front desk released to
      *> an authorized contact (PICKUP); an absence that follows a
      *> release is excused by it.
           05  ATD-EXCUSE-CODE             PIC X(1).
               88  ATD-EXCUSED             VALUES "E" "M" "D".
               88  ATD-UNEXCUSED           VALUES "U" " ".
               88  ATD-SUSPENDED           VALUE "S".
      *> When and why a student left before the end of the day, as
      *> the front desk recorded the release.  Zero / space on a
      *> day the student was not signed out.  Reasons: "A"
      *> appointment, "I" illness, "F" family matter, "O" other.
           05  ATD-DEPART-TIME             PIC 9(4).
               88  ATD-NOT-SIGNED-OUT      VALUE ZERO.
           05  ATD-DEPART-REASON           PIC X(1).
               88  ATD-DEPART-REASON-VALID VALUES "A" "I" "F" "O".
