      *> ===================================================================
      *> ESCHRC.cpy
      *> Shared unclaimed-property holding record (escheat.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> escheat holding file.  ESCHEAT's letter phase writes one record
      *> per dormant item it sends a due-diligence letter for; its
      *> filing phase, once the letter window has run, reports the item
      *> to the state or drops it.
      *>
      *> ESC-KIND: "B" a credit balance left on the student's account,
      *> "K" a refund check issued and never cashed (ESC-CHECK-NUMBER
      *> names it; zero on a balance).
      *> ESC-STATUS: "L" lettered and waiting out the window, "R"
      *> reported to the state, "X" dropped - the owner turned up,
      *> the money moved, or the check was cashed or voided.
      *> ===================================================================
           05  ESC-KEY.
               10  ESC-STUDENT-ID          PIC 9(6).
               10  ESC-KIND                PIC X(1).
                   88  ESC-CREDIT-BALANCE  VALUE "B".
                   88  ESC-UNCASHED-CHECK  VALUE "K".
               10  ESC-CHECK-NUMBER        PIC 9(8).
           05  ESC-OWNER-NAME              PIC X(20).
           05  ESC-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  ESC-LAST-ACTIVITY           PIC 9(8).
           05  ESC-LETTER-DATE             PIC 9(8).
           05  ESC-STATUS                  PIC X(1).
               88  ESC-LETTERED            VALUE "L".
               88  ESC-REPORTED            VALUE "R".
               88  ESC-DROPPED             VALUE "X".
           05  ESC-CLOSE-DATE              PIC 9(8).
           05  ESC-DROP-REASON             PIC X(20).
