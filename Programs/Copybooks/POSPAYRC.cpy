      *> ===================================================================
      *> POSPAYRC.cpy
      *> Bank positive-pay issue file record (pospay.dat).
      *>
      *> COPY this into the FD of any program that tells the bank about
      *> refund checks.  One file per run, in the standard H/D/T shape:
      *> an "H" header naming the disbursement account, one "D" per
      *> check issued or voided, and a "T" trailer carrying the detail
      *> count and the hash of the detail amounts the bank proves
      *> before loading.  The bank pays only a presented check that
      *> matches an "I" detail on number and amount, and refuses one
      *> it has seen a "V" detail for.
      *>
      *> PPD-ACTION: "I" issued, "V" voided.
      *> ===================================================================
           05  PPR-REC-TYPE                PIC X(1).
               88  PPR-HEADER              VALUE "H".
               88  PPR-DETAIL              VALUE "D".
               88  PPR-TRAILER             VALUE "T".
           05  PPR-DATA                    PIC X(79).
           05  PPR-DETAIL-DATA REDEFINES PPR-DATA.
               10  PPD-ACTION              PIC X(1).
               10  PPD-ACCOUNT             PIC X(12).
               10  PPD-CHECK-NUMBER        PIC 9(8).
               10  PPD-AMOUNT              PIC 9(8)V99.
               10  PPD-ISSUE-DATE          PIC 9(8).
               10  PPD-PAYEE               PIC X(20).
               10  FILLER                  PIC X(20).
           05  PPR-HEADER-DATA REDEFINES PPR-DATA.
               10  PPH-ACCOUNT             PIC X(12).
               10  PPH-FILE-DATE           PIC 9(8).
               10  PPH-ORIGINATOR          PIC X(10).
               10  FILLER                  PIC X(49).
           05  PPR-TRAILER-DATA REDEFINES PPR-DATA.
               10  PPT-REC-COUNT           PIC 9(6).
               10  PPT-HASH-TOTAL          PIC 9(10)V99.
               10  PPT-ISSUE-COUNT         PIC 9(6).
               10  PPT-VOID-COUNT          PIC 9(6).
               10  FILLER                  PIC X(49).
