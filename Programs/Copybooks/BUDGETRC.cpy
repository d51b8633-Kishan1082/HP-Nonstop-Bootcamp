      *> ===================================================================
      *> BUDGETRC.cpy
      *> Shared GL budget record (budget.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> budget file.  One record per GL account per fiscal month,
      *> loaded by BUDMAINT from the business office's budget feed; the
      *> fiscal year is the calendar year FYCLOSE closes, so fiscal
      *> month 01 is January.
      *>
      *> BGT-NORMAL-BALANCE says which side the account's activity is
      *> budgeted on: "D" for expense and asset accounts (actual is
      *> debits less credits), "C" for revenue and liability accounts
      *> (credits less debits).  BGT-AMOUNT is the month's budget on
      *> that side.
      *> ===================================================================
           05  BGT-KEY.
               10  BGT-GL-ACCOUNT          PIC X(6).
               10  BGT-FISCAL-YEAR         PIC 9(4).
               10  BGT-FISCAL-MONTH        PIC 9(2).
           05  BGT-DESCRIPTION             PIC X(20).
           05  BGT-NORMAL-BALANCE          PIC X(1).
               88  BGT-DEBIT-NORMAL        VALUE "D".
               88  BGT-CREDIT-NORMAL       VALUE "C".
           05  BGT-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  BGT-LAST-CHANGED            PIC 9(8).
