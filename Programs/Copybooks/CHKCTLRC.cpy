      *> ===================================================================
      *> CHKCTLRC.cpy
      *> Refund check numbering control record (chkctl.dat, relative
      *> record 1).
      *>
      *> COPY this into the FD of any program that numbers checks.  The
      *> record holds the next number on the check stock loaded in the
      *> printer and the disbursement account the bank knows the
      *> checks by.  A program that numbers checks reads it at the
      *> start and rewrites it as each number is used, so neither a
      *> second run nor a rerun after a failure hands a number out
      *> twice.  REFPOST creates it on the first run from CHECK-START.
      *> ===================================================================
           05  CKC-NEXT-CHECK              PIC 9(8).
           05  CKC-BANK-ACCOUNT            PIC X(12).
           05  CKC-LAST-ISSUE-DATE         PIC 9(8).
           05  CKC-CHECKS-ISSUED           PIC 9(8).
           05  FILLER                      PIC X(20).
