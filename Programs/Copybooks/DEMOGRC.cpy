      *> ===================================================================
      *> DEMOGRC.cpy
      *> Shared student demographic record (demog.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> demographic file.  One record per student, keyed like the
      *> master: written by REGDESK when the student registers and
      *> maintained after that by DEMMAINT, every change on the audit
      *> trail.  The master stays as it is - the state-required
      *> fields live here.
      *>
      *> DEM-BIRTH-DATE is checked against the class by AGECHK, the
      *> age-for-grade rule, at registration and on any change.
      *>
      *> DEM-GENDER: "F", "M", or "X" (non-binary, as the state now
      *> accepts).  DEM-HOME-LANGUAGE is the state's three-letter
      *> language code ("ENG" English, "SPA" Spanish, ...).
      *> DEM-HISPANIC is the state's ethnicity question ("Y"/"N");
      *> DEM-RACE its race code: "I" American Indian or Alaska
      *> Native, "A" Asian, "B" Black or African American, "P" Native
      *> Hawaiian or other Pacific Islander, "W" White, "M" two or
      *> more races.
      *> ===================================================================
           05  DEM-STUDENT-ID              PIC 9(6).
           05  DEM-BIRTH-DATE              PIC 9(8).
           05  DEM-GENDER                  PIC X(1).
               88  DEM-GENDER-VALID        VALUES "F" "M" "X".
           05  DEM-HOME-LANGUAGE           PIC X(3).
               88  DEM-ENGLISH-HOME        VALUE "ENG".
           05  DEM-HISPANIC                PIC X(1).
               88  DEM-HISPANIC-VALID      VALUES "Y" "N".
               88  DEM-IS-HISPANIC         VALUE "Y".
           05  DEM-RACE                    PIC X(1).
               88  DEM-RACE-VALID          VALUES "I" "A" "B" "P"
                                                  "W" "M".
           05  DEM-CHANGED-BY              PIC X(8).
           05  DEM-LAST-CHANGED            PIC 9(8).
