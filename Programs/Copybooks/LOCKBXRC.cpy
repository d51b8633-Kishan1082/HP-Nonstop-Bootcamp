      *> ===================================================================
      *> LOCKBXRC.cpy
      *> Bank lockbox transmission record (lockbox.dat).
      *>
      *> COPY this into the FD of any program that reads the bank's
      *> lockbox file.  The file is a run of batches: a "B" batch
      *> header carrying the bank's item count and dollar total for the
      *> batch, then one "C" check item per remittance, each followed
      *> by the "S" scan line the bank read off the payment coupon when
      *> one came back in the envelope.  A check mailed without its
      *> coupon has no "S" line.
      *>
      *> LBS-STUDENT-ID is the scanned text, not yet trusted - a torn
      *> or hand-written coupon scans as spaces or garbage.
      *> ===================================================================
           05  LBX-REC-TYPE                PIC X(1).
               88  LBX-BATCH-HEADER        VALUE "B".
               88  LBX-CHECK-ITEM          VALUE "C".
               88  LBX-COUPON-LINE         VALUE "S".
           05  LBX-DATA                    PIC X(79).
           05  LBX-BATCH-DATA REDEFINES LBX-DATA.
               10  LBB-BATCH-NUMBER        PIC 9(4).
               10  LBB-DEPOSIT-DATE        PIC 9(8).
               10  LBB-ITEM-COUNT          PIC 9(5).
               10  LBB-BATCH-TOTAL         PIC 9(8)V99.
               10  FILLER                  PIC X(52).
           05  LBX-CHECK-DATA REDEFINES LBX-DATA.
               10  LBC-ITEM-SEQ            PIC 9(5).
               10  LBC-AMOUNT              PIC 9(6)V99.
               10  LBC-CHECK-NUMBER        PIC X(10).
               10  LBC-REMITTER            PIC X(20).
               10  FILLER                  PIC X(36).
           05  LBX-COUPON-DATA REDEFINES LBX-DATA.
               10  LBS-ITEM-SEQ            PIC 9(5).
               10  LBS-STUDENT-ID          PIC X(6).
               10  LBS-STUDENT-ID-N REDEFINES LBS-STUDENT-ID
                                           PIC 9(6).
               10  LBS-STUDENT-NAME        PIC X(20).
               10  LBS-AMOUNT-DUE          PIC 9(6)V99.
               10  FILLER                  PIC X(40).
