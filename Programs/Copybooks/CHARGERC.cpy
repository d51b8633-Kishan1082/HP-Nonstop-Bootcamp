      *> else should be rejected before it reaches this file.
      *>
      *> CHG-STATUS is "O" while the item is open (still part of the
      *> balance) and "C" once it has been settled or reversed.  "W"
      *> is an item the bad-debt run wrote off - out of the balance
      *> and the aging, but kept on the ledger so a later recovery
      *> payment can be applied back against it.
      *> ===================================================================
           05  CHG-KEY.
               10  CHG-STUDENT-ID          PIC 9(6).
           05  CHG-CHARGE-CODE             PIC X(3).
               88  CHG-CODE-VALID          VALUES "TUI" "LAB"
                                                  "ACT" "LAT"
                                                  "NSF" "TXT"
                                                  "MEL" "REM"
                                                  "IDC".
           05  CHG-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  CHG-POST-DATE               PIC 9(8).
           05  CHG-STATUS                  PIC X(1).
               88  CHG-OPEN                VALUE "O".
               88  CHG-CLOSED              VALUE "C".
               88  CHG-WRITTEN-OFF         VALUE "W".
      *> "D" while the family is disputing the item.  A disputed
      *> amount still shows (marked) on the statement, but the
      *> late-fee, aging, and dunning triggers leave it out - we
           05  CHG-DISPUTE-FLAG            PIC X(1).
               88  CHG-DISPUTED            VALUE "D".
           05  CHG-DISPUTE-DATE            PIC 9(8).
      *> Stamped by the bad-debt run when the item is written off;
      *> meaningful only while CHG-STATUS is "W".  The reason is
      *> "UC" for an account the agency returned uncollectible.
           05  CHG-WRITEOFF-DATE           PIC 9(8).
           05  CHG-WRITEOFF-REASON         PIC X(2).
               88  CHG-WO-UNCOLLECTIBLE    VALUE "UC".
