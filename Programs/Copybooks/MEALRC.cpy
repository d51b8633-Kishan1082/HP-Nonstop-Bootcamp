      *> ===================================================================
      *> MEALRC.cpy
      *> Shared meal eligibility and meal account record (meal.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> meal file.  One record per student: the eligibility category
      *> the cafeteria prices by, where it came from and when it took
      *> effect, and the running meal account the register draws down.
      *>
      *> MEA-CATEGORY: "F" free, "R" reduced, "P" paid.  A meal dated
      *> before MEA-EFFECTIVE-DATE is priced and claimed under
      *> MEA-PRIOR-CATEGORY, so a mid-month approval does not reprice
      *> meals already served.
      *>
      *> MEA-SOURCE: "A" family application, "D" direct certification
      *> from the state match, "O" office default (paid, pending an
      *> application).
      *>
      *> MEA-BALANCE is signed: register deposits add to it, priced
      *> meals take from it.  Below the notice threshold MEALPOS queues
      *> a low-balance letter, at most once per MEA-NOTICE-DATE cycle.
      *> ===================================================================
           05  MEA-STUDENT-ID              PIC 9(6).
           05  MEA-CATEGORY                PIC X(1).
               88  MEA-FREE                VALUE "F".
               88  MEA-REDUCED             VALUE "R".
               88  MEA-PAID                VALUE "P".
               88  MEA-CATEGORY-VALID      VALUES "F" "R" "P".
           05  MEA-EFFECTIVE-DATE          PIC 9(8).
           05  MEA-PRIOR-CATEGORY          PIC X(1).
           05  MEA-SOURCE                  PIC X(1).
               88  MEA-SOURCE-VALID        VALUES "A" "D" "O".
           05  MEA-BALANCE                 PIC S9(5)V99 COMP-3.
           05  MEA-LAST-ACTIVITY           PIC 9(8).
           05  MEA-NOTICE-DATE             PIC 9(8).
