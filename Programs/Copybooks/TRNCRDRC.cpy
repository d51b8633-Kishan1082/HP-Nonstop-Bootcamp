      *> ===================================================================
      *> TRNCRDRC.cpy
      *> Shared transfer credit record (trncred.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> transfer credit file.  One record per student per course
      *> brought from another school, entered by TRCMNT as the
      *> registrar evaluates the incoming record and released by
      *> TRCAPPR under a second operator's sign-on.
      *>
      *> The evaluation maps the outside course onto ours: either a
      *> local section code (TCR-LOCAL-COURSE, whose catalog subject
      *> area TRCMNT copies in) or, for a course we have no match
      *> for, a subject area alone.  TCR-CREDITS is the credit we
      *> award, which need not equal what the other school gave.
      *>
      *> Only an approved row counts: GRADAUDT adds its credits to
      *> the subject-area totals and TRNSCRPT prints it in its own
      *> section.  TCR-GRADE is the grade as the other school
      *> reported it, kept for the transcript only - transfer
      *> grades never enter the GPA.
      *> ===================================================================
           05  TCR-KEY.
               10  TCR-STUDENT-ID          PIC 9(6).
               10  TCR-SOURCE-COURSE       PIC X(8).
           05  TCR-SOURCE-SCHOOL           PIC X(30).
           05  TCR-SOURCE-TITLE            PIC X(25).
           05  TCR-CREDITS                 PIC 9(2)V9.
           05  TCR-GRADE                   PIC X(2).
           05  TCR-LOCAL-COURSE            PIC X(3).
           05  TCR-SUBJECT-AREA            PIC X(3).
           05  TCR-EVALUATOR               PIC X(8).
           05  TCR-EVAL-DATE               PIC 9(8).
           05  TCR-STATUS                  PIC X(1).
               88  TCR-PENDING             VALUE "P".
               88  TCR-APPROVED            VALUE "A".
               88  TCR-REJECTED            VALUE "R".
           05  TCR-REVIEWED-BY             PIC X(8).
           05  TCR-REVIEWED-DATE           PIC 9(8).
           05  TCR-REVIEW-NOTE             PIC X(30).
