      *> ===================================================================
      *> PAYEXTRC.cpy
      *> Payroll vendor interface record (payext.dat).
      *>
      *> COPY this into the FD of the extract step (PAYEXTR) and of
      *> anything that re-reads a transmission before it goes out.
      *> One file per pay period, in the standard H/D/T shape: an "H"
      *> header naming the period, one "D" per employee paid, and a
      *> "T" trailer carrying the detail count and the hash of the
      *> detail gross amounts the vendor proves before loading.
      *>
      *> PXD-LEAVE-DAYS are the days drawn in the period by type;
      *> PXD-UNPAID-DAYS is the part of them taken past the balance,
      *> docked at the employee's daily value in PXD-UNPAID-AMOUNT.
      *> PXD-FINAL-PAY is "Y" for a terminated employee's last check.
      *> ===================================================================
           05  PXR-REC-TYPE                PIC X(1).
               88  PXR-HEADER              VALUE "H".
               88  PXR-DETAIL              VALUE "D".
               88  PXR-TRAILER             VALUE "T".
           05  PXR-DATA                    PIC X(79).
           05  PXR-DETAIL-DATA REDEFINES PXR-DATA.
               10  PXD-EMP-ID              PIC 9(3).
               10  PXD-EMP-NAME            PIC X(20).
               10  PXD-PAY-GROUP           PIC X(2).
               10  PXD-PAY-BASIS           PIC X(1).
               10  PXD-PAY-RATE            PIC 9(6)V99.
               10  PXD-GROSS-AMOUNT        PIC 9(6)V99.
               10  PXD-VACATION-DAYS       PIC 9(2)V99.
               10  PXD-SICK-DAYS           PIC 9(2)V99.
               10  PXD-PERSONAL-DAYS       PIC 9(2)V99.
               10  PXD-UNPAID-DAYS         PIC 9(2)V99.
               10  PXD-UNPAID-AMOUNT       PIC 9(6)V99.
               10  PXD-FINAL-PAY           PIC X(1).
               10  PXD-CAMPUS              PIC X(2).
               10  FILLER                  PIC X(7).
           05  PXR-HEADER-DATA REDEFINES PXR-DATA.
               10  PXH-RUN-DATE            PIC 9(8).
               10  PXH-PERIOD-START        PIC 9(8).
               10  PXH-PERIOD-END          PIC 9(8).
               10  PXH-BATCH-ID            PIC X(10).
               10  FILLER                  PIC X(45).
           05  PXR-TRAILER-DATA REDEFINES PXR-DATA.
               10  PXT-REC-COUNT           PIC 9(6).
               10  PXT-HASH-TOTAL          PIC 9(10)V99.
               10  FILLER                  PIC X(61).
