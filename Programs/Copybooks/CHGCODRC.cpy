      *> CHGPOST validates its feed against this file when it exists;
      *> the CHARGERC 88-level remains only as the fallback for sites
      *> that have not loaded the reference yet.
      *>
      *> "MEL" is the cafeteria's code: MEALPOS posts each night's
      *> priced meals under it (and register deposits as MEL
      *> credits), crediting the account mapped here - MEALRV when
      *> the code has not been loaded.
      *>
      *> "REM" is employee dependent tuition remission: ASSESS
      *> generates it as a credit item, so CHGPOST's journal debits
      *> the account mapped here (a remission expense account such
      *> as REMEXP) - TUIREV when the code has not been loaded.
      *>
      *> "IDC" is the lost ID card reprint fee CARDRUN charges; it
      *> journals straight to FEEREV.
      *> ===================================================================
           05  CCR-CHARGE-CODE             PIC X(3).
               88  CCR-MEAL-CODE           VALUE "MEL".
           05  CCR-DESCRIPTION             PIC X(20).
           05  CCR-GL-ACCOUNT              PIC X(6).
           05  CCR-STATUS                  PIC X(1).
