      *> ===================================================================
      *> ACHFILRC.cpy
      *> Outbound ACH debit file record (achdraft.dat), 94 bytes.
      *>
      *> COPY this into the FD of any program that writes or re-reads
      *> the auto-draft transmission.  The layout follows the bank's
      *> five-record ACH shape: a "1" file header, then per batch a
      *> "5" batch header, one "6" entry per installment drafted and
      *> an "8" batch control, then a "9" file control.  Batches split
      *> on effective (settlement) date.  Both control records carry
      *> the entry count, the entry hash (sum of the receiving banks'
      *> eight-digit routing numbers, low ten digits kept) and the
      *> debit total the bank proves before accepting the file.
      *>
      *> AED-TRAN-CODE: 27 debit to checking, 37 debit to savings.
      *> AED-INDIVIDUAL-ID is the draft's reference - the same value
      *> the payment register and the posting feed carry, so a return
      *> traces back to the installment it drafted.
      *> ===================================================================
           05  ACF-REC-TYPE                PIC X(1).
               88  ACF-FILE-HEADER         VALUE "1".
               88  ACF-BATCH-HEADER        VALUE "5".
               88  ACF-ENTRY-DETAIL        VALUE "6".
               88  ACF-BATCH-CONTROL       VALUE "8".
               88  ACF-FILE-CONTROL        VALUE "9".
           05  ACF-DATA                    PIC X(93).
           05  ACF-FILE-HEADER-DATA REDEFINES ACF-DATA.
               10  AFH-PRIORITY            PIC 9(2).
               10  AFH-DEST-ROUTING        PIC X(10).
               10  AFH-ORIGIN-ID           PIC X(10).
               10  AFH-CREATION-DATE       PIC 9(8).
               10  AFH-FILE-ID-MOD         PIC X(1).
               10  AFH-DEST-NAME           PIC X(23).
               10  AFH-ORIGIN-NAME         PIC X(23).
               10  FILLER                  PIC X(16).
           05  ACF-BATCH-HEADER-DATA REDEFINES ACF-DATA.
               10  ABH-SERVICE-CLASS       PIC 9(3).
               10  ABH-COMPANY-NAME        PIC X(16).
               10  ABH-COMPANY-ID          PIC X(10).
               10  ABH-SEC-CODE            PIC X(3).
               10  ABH-ENTRY-DESC          PIC X(10).
               10  ABH-EFFECTIVE-DATE      PIC 9(8).
               10  ABH-BATCH-NUMBER        PIC 9(7).
               10  FILLER                  PIC X(36).
           05  ACF-ENTRY-DATA REDEFINES ACF-DATA.
               10  AED-TRAN-CODE           PIC 9(2).
               10  AED-ROUTING-NUMBER      PIC 9(9).
               10  AED-ACCOUNT-NUMBER      PIC X(17).
               10  AED-AMOUNT              PIC 9(8)V99.
               10  AED-INDIVIDUAL-ID       PIC X(15).
               10  AED-INDIVIDUAL-NAME     PIC X(22).
               10  AED-TRACE-NUMBER        PIC 9(15).
               10  FILLER                  PIC X(3).
           05  ACF-BATCH-CONTROL-DATA REDEFINES ACF-DATA.
               10  ABC-SERVICE-CLASS       PIC 9(3).
               10  ABC-ENTRY-COUNT         PIC 9(6).
               10  ABC-ENTRY-HASH          PIC 9(10).
               10  ABC-TOTAL-DEBIT         PIC 9(10)V99.
               10  ABC-TOTAL-CREDIT        PIC 9(10)V99.
               10  ABC-COMPANY-ID          PIC X(10).
               10  ABC-BATCH-NUMBER        PIC 9(7).
               10  FILLER                  PIC X(33).
           05  ACF-FILE-CONTROL-DATA REDEFINES ACF-DATA.
               10  AFC-BATCH-COUNT         PIC 9(6).
               10  AFC-ENTRY-COUNT         PIC 9(8).
               10  AFC-ENTRY-HASH          PIC 9(10).
               10  AFC-TOTAL-DEBIT         PIC 9(10)V99.
               10  AFC-TOTAL-CREDIT        PIC 9(10)V99.
               10  FILLER                  PIC X(45).
