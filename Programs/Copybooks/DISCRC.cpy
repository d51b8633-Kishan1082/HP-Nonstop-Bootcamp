      *> ===================================================================
      *> DISCRC.cpy
      *> Shared discipline incident record (discipl.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> discipline file.  One record per student per incident date,
      *> maintained by DISCMNT under an administrator's sign-on.
      *>
      *> DSC-INCIDENT-TYPE: "FGT" fighting, "BUL" bullying/harassment,
      *> "DEF" defiance/disruption, "DRG" drugs/alcohol/tobacco,
      *> "WPN" weapon, "VAN" vandalism, "THF" theft, "SKP" skipping
      *> class, "OTH" other.
      *>
      *> DSC-ACTION-TAKEN: "W" warning/conference, "D" detention,
      *> "I" in-school suspension, "S" out-of-school suspension,
      *> "E" expulsion recommended (out of school pending hearing).
      *> Only "S" and "E" keep the student home: DISCMNT writes each
      *> school day from DSC-SUSP-START through DSC-SUSP-END to the
      *> attendance detail as an absence excused for suspension, and
      *> DSC-SUSP-DAYS holds the count it wrote.
      *>
      *> DSC-CAMPUS is copied from the master when the incident is
      *> entered, so the term summary never has to join back to it.
      *> ===================================================================
           05  DSC-KEY.
               10  DSC-STUDENT-ID          PIC 9(6).
               10  DSC-INCIDENT-DATE       PIC 9(8).
           05  DSC-INCIDENT-TYPE           PIC X(3).
               88  DSC-TYPE-VALID          VALUES "FGT" "BUL" "DEF"
                                                  "DRG" "WPN" "VAN"
                                                  "THF" "SKP" "OTH".
           05  DSC-ACTION-TAKEN            PIC X(1).
               88  DSC-ACTION-VALID        VALUES "W" "D" "I" "S" "E".
               88  DSC-OUT-OF-SCHOOL       VALUES "S" "E".
           05  DSC-SUSP-START              PIC 9(8).
           05  DSC-SUSP-END                PIC 9(8).
           05  DSC-SUSP-DAYS               PIC 9(3).
           05  DSC-CAMPUS                  PIC X(2).
           05  DSC-ENTERED-BY              PIC X(8).
           05  DSC-ENTERED-DATE            PIC 9(8).
           05  DSC-DESCRIPTION             PIC X(30).
