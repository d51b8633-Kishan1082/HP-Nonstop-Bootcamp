       DATA DIVISION.
       FILE SECTION.
       FD TERMCTL-FILE.
       *> TRM-CENSUS-DATE is the state's official enrollment count
       *> day inside the current term (zero when the state sets
       *> none for it); CENSUS freezes its census copy on that day.
       *> TRM-ADD-DEADLINE and TRM-DROP-DEADLINE are the last days
       *> ENRLMNT takes an add or a plain drop for the term (zero
       *> when the term sets none); later adds queue for counselor
       *> approval and later drops post as withdrawals.
       01 TERMCTL-RECORD.
           05 TRM-CURRENT-TERM      PIC 9(2).
           05 TRM-START-DATE        PIC 9(8).
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".

           DISPLAY "CURRENT TERM " TRM-CURRENT-TERM " RUNS "
               TRM-START-DATE " - " TRM-END-DATE
               " CENSUS " TRM-CENSUS-DATE
           DISPLAY "             ADD BY " TRM-ADD-DEADLINE
               " DROP BY " TRM-DROP-DEADLINE
           DISPLAY "NEXT TERM    " TRM-NEXT-TERM " RUNS "
               TRM-NEXT-START " - " TRM-NEXT-END
               " CENSUS " TRM-NEXT-CENSUS
           DISPLAY "             ADD BY " TRM-NEXT-ADD-DEADLINE
               " DROP BY " TRM-NEXT-DROP-DEADLINE
           DISPLAY "COMMIT THE TERM CLOSE? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           DISPLAY "CURRENT TERM END (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-END-DATE = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "CURRENT TERM CENSUS DATE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-CENSUS-DATE = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "CURRENT TERM ADD DEADLINE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-ADD-DEADLINE = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "CURRENT TERM DROP DEADLINE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-DROP-DEADLINE = FUNCTION NUMVAL(WS-INPUT).

       *> The staged next term becomes current; the operator then
       *> stages the one after it.
               MOVE TRM-NEXT-TERM  TO TRM-CURRENT-TERM
               MOVE TRM-NEXT-START TO TRM-START-DATE
               MOVE TRM-NEXT-END   TO TRM-END-DATE
               MOVE TRM-NEXT-CENSUS TO TRM-CENSUS-DATE
               MOVE TRM-NEXT-ADD-DEADLINE  TO TRM-ADD-DEADLINE
               MOVE TRM-NEXT-DROP-DEADLINE TO TRM-DROP-DEADLINE
           END-IF.

       ACCEPT-NEXT-TERM.
           COMPUTE TRM-NEXT-START = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "NEXT TERM END (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-NEXT-END = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "NEXT TERM CENSUS DATE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-NEXT-CENSUS = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "NEXT TERM ADD DEADLINE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-NEXT-ADD-DEADLINE = FUNCTION NUMVAL(WS-INPUT)
           DISPLAY "NEXT TERM DROP DEADLINE (YYYYMMDD, 0 = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-INPUT
           COMPUTE TRM-NEXT-DROP-DEADLINE = FUNCTION NUMVAL(WS-INPUT).
