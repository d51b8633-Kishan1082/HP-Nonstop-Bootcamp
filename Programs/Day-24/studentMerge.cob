               10 WS-CHG-T-STATUS   PIC X(1).
               10 WS-CHG-T-DSP      PIC X(1).
               10 WS-CHG-T-DSPDT    PIC 9(8).
               10 WS-CHG-T-WODT     PIC 9(8).
               10 WS-CHG-T-WORSN    PIC X(2).
       01 WS-CHG-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-CHG-SUB               PIC 9(2) COMP.
       01 WS-NEXT-SEQ              PIC 9(4) VALUE ZERO.
               10 WS-AWD-T-TERM     PIC 9(2).
               10 WS-AWD-T-AMOUNT   PIC S9(5)V99 COMP-3.
               10 WS-AWD-T-DATE     PIC 9(8).
               10 WS-AWD-T-PAID     PIC X(1).
       01 WS-AWD-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-AWD-SUB               PIC 9(2) COMP.

                                     WS-CHG-T-DSP (WS-CHG-USED)
                                   MOVE CHG-DISPUTE-DATE TO
                                     WS-CHG-T-DSPDT (WS-CHG-USED)
                                   MOVE CHG-WRITEOFF-DATE TO
                                     WS-CHG-T-WODT (WS-CHG-USED)
                                   MOVE CHG-WRITEOFF-REASON TO
                                     WS-CHG-T-WORSN (WS-CHG-USED)
                                   DELETE CHARGE-FILE
                                       INVALID KEY
                                           DISPLAY "STUMERGE: "
                       TO CHG-DISPUTE-FLAG
                   MOVE WS-CHG-T-DSPDT (WS-CHG-SUB)
                       TO CHG-DISPUTE-DATE
                   MOVE WS-CHG-T-WODT (WS-CHG-SUB)
                       TO CHG-WRITEOFF-DATE
                   MOVE WS-CHG-T-WORSN (WS-CHG-SUB)
                       TO CHG-WRITEOFF-REASON
                   WRITE CHARGE-RECORD
                       INVALID KEY
                           DISPLAY "STUMERGE: ITEM REWRITE "
                                     WS-AWD-T-AMOUNT (WS-AWD-USED)
                                   MOVE AWD-GRANT-DATE TO
                                     WS-AWD-T-DATE (WS-AWD-USED)
                                   MOVE AWD-DISBURSED-FLAG TO
                                     WS-AWD-T-PAID (WS-AWD-USED)
                                   DELETE AWARD-FILE
                                       INVALID KEY
                                           DISPLAY "STUMERGE: "
                       TO AWD-AMOUNT
                   MOVE WS-AWD-T-DATE (WS-AWD-SUB)
                       TO AWD-GRANT-DATE
                   MOVE WS-AWD-T-PAID (WS-AWD-SUB)
                       TO AWD-DISBURSED-FLAG
                   WRITE AWARD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-AWD-DROPPED
