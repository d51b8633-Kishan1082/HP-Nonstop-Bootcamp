      *> ===================================================================
      *> GLJRNLRC.cpy
      *> General-ledger journal extract record (gljrnl.dat), read back.
      *>
      *> COPY this into the FD of any program that reads the journal
      *> extract GLPOST appends to.  Each posting run leaves one
      *> segment: an "H" header naming the run, its "D" details, and a
      *> "T" trailer whose count and cents hash prove the segment
      *> arrived whole.  The layouts match GLPOST's own record
      *> definitions byte for byte.
      *> ===================================================================
           05  JRN-REC-TYPE                PIC X(1).
               88  JRN-HEADER              VALUE "H".
               88  JRN-DETAIL              VALUE "D".
               88  JRN-TRAILER             VALUE "T".
           05  JRN-DATA                    PIC X(29).
           05  JRN-HDR-DATA REDEFINES JRN-DATA.
               10  JRN-HDR-RUN-DATE        PIC 9(8).
               10  JRN-HDR-SOURCE-PGM      PIC X(9).
               10  FILLER                  PIC X(12).
           05  JRN-DTL-DATA REDEFINES JRN-DATA.
               10  JRN-DTL-ACCOUNT         PIC X(6).
               10  JRN-DTL-DRCR            PIC X(1).
                   88  JRN-DTL-DEBIT       VALUE "D".
                   88  JRN-DTL-CREDIT      VALUE "C".
               10  JRN-DTL-AMOUNT          PIC S9(7)V99 COMP-3.
               10  JRN-DTL-RUN-DATE        PIC 9(8).
               10  JRN-DTL-SOURCE-PGM      PIC X(9).
           05  JRN-TRL-DATA REDEFINES JRN-DATA.
               10  JRN-TRL-REC-COUNT       PIC 9(6).
               10  JRN-TRL-HASH-TOTAL      PIC 9(10).
               10  FILLER                  PIC X(13).
