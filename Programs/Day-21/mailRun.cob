       01 WS-EXCEPTION-COUNT       PIC 9(6) VALUE ZERO.

       *> FERPACHK call arguments - non-essential letter types
       *> (promotions, report-card and deficiency-notice mailings)
       *> honor the directory opt-out; account and compliance mail
       *> always goes.
       01 WS-FERPA-ID              PIC 9(6).
       01 WS-FERPA-FLAG            PIC X(1).
       01 WS-FERPA-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-NONESSENTIAL-PROBE    PIC X(4).
           88 WS-NONESSENTIAL      VALUES "PROM" "CARD" "DEFN".

       *> Per-type manifest counts - the numbers each producing
       *> job's control totals must reconcile against.
       01 WS-TYPE-TALLY.
           05 WS-TYPE-ENTRY OCCURS 20 TIMES.
               10 WS-TYPE-CODE      PIC X(4).
               10 WS-TYPE-COUNT     PIC 9(6).
       01 WS-TYPE-USED             PIC 9(2) COMP VALUE ZERO.
           IF WS-TYPE-FOUND = "Y"
               SUBTRACT 1 FROM WS-TYPE-SUB
           ELSE
               IF WS-TYPE-USED < 20
                   ADD 1 TO WS-TYPE-USED
                   MOVE WS-TYPE-USED TO WS-TYPE-SUB
                   MOVE MWK-LETTER-TYPE
