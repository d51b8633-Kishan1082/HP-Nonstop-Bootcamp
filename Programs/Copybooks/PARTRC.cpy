      *> ===================================================================
      *> PARTRC.cpy
      *> Shared program participation record (partic.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> participation file.  One record per student per program,
      *> maintained by PARTMNT under a level-6 sign-on with every
      *> change on the audit trail - the same footing as discipline.
      *>
      *> PRT-PROGRAM-CODE: "ELL" English learner, "SPE" special
      *> education, "GFT" gifted, "T1 " Title I.
      *>
      *> A participation is current from PRT-ENTRY-DATE until
      *> PRT-EXIT-DATE; an exit date of zero means the student is
      *> still in the program.  An exited row stays on file - the
      *> state counts a student who exited during the year.
      *>
      *> PRT-ACCOMMODATION holds up to eight classroom accommodation
      *> codes, packed from the left, spaces after the last:
      *> "EXT" extended time, "SEP" separate setting, "PRF"
      *> preferential seating, "RDA" tests read aloud, "BRK" breaks
      *> as needed, "LPT" large print, "ASN" shortened assignments,
      *> "NOT" copy of class notes, "CAL" calculator, "TRN" word-to-
      *> word translation dictionary, "OTH" other (see the IEP/plan).
      *> ===================================================================
           05  PRT-KEY.
               10  PRT-STUDENT-ID          PIC 9(6).
               10  PRT-PROGRAM-CODE        PIC X(3).
                   88  PRT-ENGLISH-LEARNER VALUE "ELL".
                   88  PRT-SPECIAL-ED      VALUE "SPE".
                   88  PRT-GIFTED          VALUE "GFT".
                   88  PRT-TITLE-ONE       VALUE "T1 ".
                   88  PRT-PROGRAM-VALID   VALUES "ELL" "SPE"
                                                  "GFT" "T1 ".
           05  PRT-ENTRY-DATE              PIC 9(8).
           05  PRT-EXIT-DATE               PIC 9(8).
           05  PRT-ACCOMMODATION-LIST.
               10  PRT-ACCOMMODATION       PIC X(3)
                                           OCCURS 8 TIMES.
           05  PRT-CAMPUS                  PIC X(2).
           05  PRT-ENTERED-BY              PIC X(8).
           05  PRT-LAST-CHANGED            PIC 9(8).
