      *> Zero means the section carries no fee.
           05  CRS-FEE-AMOUNT              PIC S9(5)V99 COMP-3.
           05  CRS-FEE-CODE                PIC X(3).
      *> The section's weight category for the weighted GPA:
      *> "S" standard, "H" honors, "A" advanced.  GPAWGHT adds the
      *> category's grade-point bonus to a passing course grade, so
      *> a student is not ranked below classmates for taking the
      *> harder section.  Space is treated as standard.
           05  CRS-WEIGHT-CATEGORY         PIC X(1).
               88  CRS-WEIGHT-STANDARD     VALUES "S" " ".
               88  CRS-WEIGHT-HONORS       VALUE "H".
               88  CRS-WEIGHT-ADVANCED     VALUE "A".
