               10  AWD-TERM                PIC 9(2).
           05  AWD-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  AWD-GRANT-DATE              PIC 9(8).
      *> "Y" once the award has been credited to the student's
      *> balance - every AWDMAINT grant is, on the spot.  "N" is a
      *> renewal AWDRENEW has written ahead for the next term: its
      *> fund is committed but nothing has been paid, so revoking
      *> it releases the commitment and leaves the balance alone.
           05  AWD-DISBURSED-FLAG          PIC X(1).
               88  AWD-DISBURSED           VALUE "Y".
               88  AWD-NOT-DISBURSED       VALUE "N".
