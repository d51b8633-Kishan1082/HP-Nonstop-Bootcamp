      *> ===================================================================
      *> FUNDRC.cpy
      *> Shared scholarship fund record (awdfund.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> award fund file.  One record per award code per fiscal year
      *> (the calendar year the award is granted in), authorized by
      *> FNDMAINT from the aid office's fund feed.
      *>
      *> FND-COMMITTED is every award row granted or renewed against
      *> the fund; FND-DISBURSED is the part AWDMAINT has credited to
      *> student balances.  The fund's remaining balance is
      *> FND-BUDGET less FND-COMMITTED - AWDMAINT and AWDRENEW both
      *> refuse an award that would take it below zero.
      *> FND-RESERVE-AMOUNT is the floor the fund status report flags
      *> against; zero means the report's default percentage.
      *> ===================================================================
           05  FND-KEY.
               10  FND-AWARD-CODE          PIC X(4).
               10  FND-FISCAL-YEAR         PIC 9(4).
           05  FND-DESCRIPTION             PIC X(20).
           05  FND-BUDGET                  PIC S9(7)V99 COMP-3.
           05  FND-COMMITTED               PIC S9(7)V99 COMP-3.
           05  FND-DISBURSED               PIC S9(7)V99 COMP-3.
           05  FND-RECIPIENTS              PIC 9(5).
           05  FND-RESERVE-AMOUNT          PIC S9(7)V99 COMP-3.
           05  FND-LAST-CHANGED            PIC 9(8).
