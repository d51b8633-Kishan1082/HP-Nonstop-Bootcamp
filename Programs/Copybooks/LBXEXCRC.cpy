      *> ===================================================================
      *> LBXEXCRC.cpy
      *> Lockbox exception record (lbxexc.dat).
      *>
      *> COPY this into the FD of any program that writes or works the
      *> lockbox exceptions.  LBXCONV writes one record for every check
      *> it could not tie to a student - no usable coupon and no single
      *> student matching the name - instead of passing it to posting,
      *> where it would only land in suspense with no student to
      *> repair it against.  The office researches the item and keys
      *> it as an ordinary payment once the student is known.
      *> ===================================================================
           05  LBE-BATCH-NUMBER            PIC 9(4).
           05  LBE-ITEM-SEQ                PIC 9(5).
           05  LBE-DEPOSIT-DATE            PIC 9(8).
           05  LBE-AMOUNT                  PIC 9(6)V99.
           05  LBE-CHECK-NUMBER            PIC X(10).
           05  LBE-REMITTER                PIC X(20).
           05  LBE-COUPON-ID               PIC X(6).
           05  LBE-COUPON-NAME             PIC X(20).
           05  LBE-REASON                  PIC X(30).
