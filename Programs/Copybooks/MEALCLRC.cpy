      *> ===================================================================
      *> MEALCLRC.cpy
      *> Shared meal reimbursement claim count record (mealclm.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> claim count file.  MEALPOS adds one to the matching record for
      *> every meal it prices, under the category the meal was priced
      *> at and the campus whose register served it; the monthly claim
      *> report reads one month's records straight off the key.
      *>
      *> MCL-MEAL-TYPE: "B" breakfast, "L" lunch.
      *> ===================================================================
           05  MCL-KEY.
               10  MCL-MONTH               PIC 9(6).
               10  MCL-CAMPUS              PIC X(2).
               10  MCL-CATEGORY            PIC X(1).
               10  MCL-MEAL-TYPE           PIC X(1).
           05  MCL-MEAL-COUNT              PIC 9(7).
