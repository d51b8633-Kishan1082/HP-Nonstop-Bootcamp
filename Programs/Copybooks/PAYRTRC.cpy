      *> ===================================================================
      *> PAYRTRC.cpy
      *> Shared employee pay-rate record (payrate.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> pay-rate file.  One record per employee, keyed by EMP-ID, kept
      *> apart from EMPLOYRC so the HR master stays free of pay data -
      *> PAYMAINT maintains it, PAYEXTR turns it into the payroll
      *> vendor's per-period feed.
      *>
      *> PAY-BASIS: "S" salaried (PAY-RATE is the annual salary), "H"
      *> hourly (PAY-RATE per hour, PAY-DAILY-HOURS a standard day),
      *> "D" daily (PAY-RATE per contract day).  PAY-CONTRACT-DAYS and
      *> PAY-PERIODS-PER-YEAR turn any basis into a period amount and
      *> a daily value for docking unpaid leave.
      *>
      *> PAY-FINAL-PAID-DATE is set by the extract the first time a
      *> terminated employee goes out flagged for final pay, so later
      *> periods leave them off.
      *> ===================================================================
           05  PAY-EMP-ID                  PIC 9(3).
           05  PAY-BASIS                   PIC X(1).
               88  PAY-SALARIED            VALUE "S".
               88  PAY-HOURLY              VALUE "H".
               88  PAY-DAILY               VALUE "D".
               88  PAY-BASIS-VALID         VALUES "S" "H" "D".
           05  PAY-RATE                    PIC 9(6)V99 COMP-3.
           05  PAY-GROUP                   PIC X(2).
           05  PAY-PERIODS-PER-YEAR        PIC 9(2).
           05  PAY-CONTRACT-DAYS           PIC 9(3).
           05  PAY-DAILY-HOURS             PIC 9(2)V99 COMP-3.
           05  PAY-EFFECTIVE-DATE          PIC 9(8).
           05  PAY-FINAL-PAID-DATE         PIC 9(8).
