      *> ===================================================================
      *> REFCHKRC.cpy
      *> Shared refund check register record (refchk.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> check register.  REFPOST writes one record for every refund
      *> check it numbers; REFVOID marks a check voided and, on a
      *> reissue, writes the replacement under its own number with the
      *> two records pointing at each other.  The alternate key finds
      *> every check a student has been paid.
      *>
      *> RCK-STATUS: "I" issued and outstanding, "V" voided, "C"
      *> cleared (REFCLEAR matched it on the bank's paid-items file),
      *> "E" escheated (never cashed, reported to the state as
      *> unclaimed property - the void date and reason record when).
      *> RCK-PAYEE is the name printed on the check - the household's
      *> priority-1 guardian when the student belongs to a family on
      *> FAMMAINT's master, otherwise the student.
      *> ===================================================================
           05  RCK-CHECK-NUMBER            PIC 9(8).
           05  RCK-STUDENT-ID              PIC 9(6).
           05  RCK-PAYEE                   PIC X(20).
           05  RCK-AMOUNT                  PIC S9(5)V99 COMP-3.
           05  RCK-ISSUE-DATE              PIC 9(8).
           05  RCK-STATUS                  PIC X(1).
               88  RCK-ISSUED              VALUE "I".
               88  RCK-VOIDED              VALUE "V".
               88  RCK-CLEARED             VALUE "C".
               88  RCK-ESCHEATED           VALUE "E".
           05  RCK-VOID-DATE               PIC 9(8).
           05  RCK-VOID-REASON             PIC X(20).
           05  RCK-REISSUE-OF              PIC 9(8).
           05  RCK-REISSUED-AS             PIC 9(8).
           05  RCK-ISSUED-BY               PIC X(8).
           05  RCK-CLEARED-DATE            PIC 9(8).
