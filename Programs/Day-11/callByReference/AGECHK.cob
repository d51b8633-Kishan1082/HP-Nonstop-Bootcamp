       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGECHK.

      *> Age-for-grade validation in the CLASSCHK mold: a student's
      *> age on the state's cutoff date has to fit the grade level
      *> the class puts them in.  The grade level is the class
      *> code's first two characters - "01" through "12", "KG" for
      *> kindergarten, "PK" for pre-kindergarten.  Grade N expects
      *> age N + 5 on the cutoff (kindergarten 5, pre-K 4); up to
      *> two years over is accepted for a retained student, and one
      *> year under for a student accelerated past first grade -
      *> never under for kindergarten or pre-K, where the cutoff
      *> itself is the rule.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ENV-OVERRIDE          PIC X(40).
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       *> The cutoff (AGE-CUTOFF-MMDD, September 1 unless the site
       *> says otherwise) in the school year the business date
       *> falls in - the year begins July 1.
       01 WS-CUTOFF-MMDD           PIC 9(4) VALUE 0901.
       01 WS-CUTOFF-DATE           PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUT-YEAR          PIC 9(4).
           05 WS-CUT-MMDD          PIC 9(4).
       01 WS-BIRTH-DATE            PIC 9(8) VALUE ZERO.
       01 WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
           05 WS-BIRTH-YEAR        PIC 9(4).
           05 WS-BIRTH-MM          PIC 9(2).
           05 WS-BIRTH-DD          PIC 9(2).

       01 WS-GRADE-LEVEL           PIC S9(2) VALUE ZERO.
       01 WS-AGE                   PIC S9(3) VALUE ZERO.
       01 WS-EXPECTED-AGE          PIC S9(3) VALUE ZERO.
       01 WS-LOW-AGE               PIC S9(3) VALUE ZERO.
       01 WS-HIGH-AGE              PIC S9(3) VALUE ZERO.
       01 WS-AGE-EDIT              PIC ZZ9.

       LINKAGE SECTION.
       01 LS-STUDENT-CLASS  PIC X(3).
       01 LS-BIRTH-DATE     PIC 9(8).
       01 LS-VALID-FLAG     PIC X(1).
           88 LS-VALID      VALUE "Y".
           88 LS-INVALID    VALUE "N".

       PROCEDURE DIVISION USING LS-STUDENT-CLASS LS-BIRTH-DATE
           LS-VALID-FLAG.
       Main-Para.
           SET LS-INVALID TO TRUE

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AGE-CUTOFF-MMDD"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-CUTOFF-MMDD =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           IF WS-CUT-MMDD < 0701
               SUBTRACT 1 FROM WS-CUT-YEAR
           END-IF
           MOVE WS-CUTOFF-MMDD TO WS-CUT-MMDD

           IF LS-BIRTH-DATE IS NOT NUMERIC
               DISPLAY "AGECHK: BIRTH DATE NOT NUMERIC"
               EXIT PROGRAM
           END-IF
           MOVE LS-BIRTH-DATE TO WS-BIRTH-DATE
           IF WS-BIRTH-YEAR < 1900
               OR WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
               OR WS-BIRTH-DD < 1 OR WS-BIRTH-DD > 31
               OR WS-BIRTH-DATE >= WS-CUTOFF-DATE
               DISPLAY "AGECHK: INVALID BIRTH DATE: " LS-BIRTH-DATE
               EXIT PROGRAM
           END-IF

           EVALUATE TRUE
               WHEN LS-STUDENT-CLASS (1:2) = "PK"
                   MOVE -1 TO WS-GRADE-LEVEL
               WHEN LS-STUDENT-CLASS (1:2) = "KG"
                   MOVE ZERO TO WS-GRADE-LEVEL
               WHEN LS-STUDENT-CLASS (1:2) IS NUMERIC
                   MOVE LS-STUDENT-CLASS (1:2) TO WS-GRADE-LEVEL
               WHEN OTHER
                   DISPLAY "AGECHK: NO GRADE LEVEL IN CLASS: "
                       LS-STUDENT-CLASS
                   EXIT PROGRAM
           END-EVALUATE

           COMPUTE WS-AGE = WS-CUT-YEAR - WS-BIRTH-YEAR
           IF WS-CUT-MMDD < LS-BIRTH-DATE (5:4)
               SUBTRACT 1 FROM WS-AGE
           END-IF

           COMPUTE WS-EXPECTED-AGE = WS-GRADE-LEVEL + 5
           COMPUTE WS-HIGH-AGE = WS-EXPECTED-AGE + 2
           IF WS-GRADE-LEVEL < 2
               MOVE WS-EXPECTED-AGE TO WS-LOW-AGE
           ELSE
               COMPUTE WS-LOW-AGE = WS-EXPECTED-AGE - 1
           END-IF

           IF WS-AGE >= WS-LOW-AGE AND WS-AGE <= WS-HIGH-AGE
               SET LS-VALID TO TRUE
           ELSE
               MOVE WS-AGE TO WS-AGE-EDIT
               DISPLAY "AGECHK: AGE" WS-AGE-EDIT " ON " WS-CUTOFF-DATE
                   " DOES NOT FIT CLASS " LS-STUDENT-CLASS
           END-IF

           EXIT PROGRAM.
