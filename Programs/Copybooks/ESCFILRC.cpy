      *> ===================================================================
      *> ESCFILRC.cpy
      *> State unclaimed-property report file record (escstate.dat).
      *>
      *> COPY this into the FD of any program that writes or reads the
      *> annual unclaimed-property filing.  Standard H/D/T shape: an
      *> "H" header naming the holder and report year, one "D" per
      *> owner property item, and a "T" trailer carrying the detail
      *> count and dollar total the state proves on load.
      *>
      *> ESD-PROPERTY-TYPE uses the state's property codes: "MS05"
      *> customer overpayment (a credit balance), "CK12" an uncashed
      *> credit or refund check.
      *> ===================================================================
           05  ESF-REC-TYPE                PIC X(1).
               88  ESF-HEADER              VALUE "H".
               88  ESF-DETAIL              VALUE "D".
               88  ESF-TRAILER             VALUE "T".
           05  ESF-DATA                    PIC X(119).
           05  ESF-DETAIL-DATA REDEFINES ESF-DATA.
               10  ESD-PROPERTY-TYPE       PIC X(4).
               10  ESD-OWNER-ID            PIC 9(6).
               10  ESD-OWNER-NAME          PIC X(20).
               10  ESD-ADDR1               PIC X(25).
               10  ESD-ADDR2               PIC X(25).
               10  ESD-AMOUNT              PIC 9(8)V99.
               10  ESD-LAST-ACTIVITY       PIC 9(8).
               10  ESD-CHECK-NUMBER        PIC 9(8).
               10  ESD-LETTER-DATE         PIC 9(8).
               10  FILLER                  PIC X(5).
           05  ESF-HEADER-DATA REDEFINES ESF-DATA.
               10  ESH-HOLDER-NAME         PIC X(30).
               10  ESH-HOLDER-ID           PIC X(10).
               10  ESH-REPORT-YEAR         PIC 9(4).
               10  ESH-FILE-DATE           PIC 9(8).
               10  FILLER                  PIC X(67).
           05  ESF-TRAILER-DATA REDEFINES ESF-DATA.
               10  EST-REC-COUNT           PIC 9(6).
               10  EST-AMOUNT-TOTAL        PIC 9(10)V99.
               10  FILLER                  PIC X(101).
