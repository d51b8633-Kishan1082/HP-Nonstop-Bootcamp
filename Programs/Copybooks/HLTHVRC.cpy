      *> ===================================================================
      *> HLTHVRC.cpy
      *> Shared health office visit record (hlthvis.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> nurse's visit log.  One record per student per visit, keyed
      *> by the date and the time (HHMM) the student came in, posted
      *> by HLTHLOG from the nurse's daily log.
      *>
      *> HVS-DISPOSITION: "C" returned to class, "R" rested in the
      *> health office and returned, "H" sent home with a parent,
      *> "E" emergency transport.  "H" and "E" take the student out
      *> of school for the day, and HLTHLOG writes the day to the
      *> attendance detail as a medical excuse.
      *> ===================================================================
           05  HVS-KEY.
               10  HVS-STUDENT-ID          PIC 9(6).
               10  HVS-VISIT-DATE          PIC 9(8).
               10  HVS-VISIT-TIME          PIC 9(4).
           05  HVS-COMPLAINT               PIC X(20).
           05  HVS-ACTION-TAKEN            PIC X(20).
           05  HVS-DISPOSITION             PIC X(1).
               88  HVS-DISPOSITION-VALID   VALUES "C" "R" "H" "E".
               88  HVS-LEFT-SCHOOL         VALUES "H" "E".
           05  HVS-CAMPUS                  PIC X(2).
           05  HVS-RECORDED-DATE           PIC 9(8).
