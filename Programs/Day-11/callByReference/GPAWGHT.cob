       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPAWGHT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 WS-LOADED-FLAG            PIC X(1) VALUE "N".
           88 WS-BONUSES-LOADED     VALUE "Y".

       *> The grade-point bonus each catalog weight category earns
       *> on top of the A=4..F=0 scale - the same figures TERMPOST
       *> weights the posted term GPA with and GPAVERIF proves it
       *> against, so the two can never disagree about a bonus.
       *> Overridable per site through the environment.
       01 WS-HONORS-BONUS           PIC 9V9 VALUE 0.5.
       01 WS-ADVANCED-BONUS         PIC 9V9 VALUE 1.0.

       LINKAGE SECTION.
       *> Returns the weighted grade points one course grade earns:
       *> the letter grade's base points, plus the category bonus
       *> for an honors ("H") or advanced ("A") section.  An "F"
       *> earns no bonus - weighting rewards the harder course, not
       *> failing it.  Any other category is a standard section.
       01 LS-CATEGORY       PIC X(1).
       01 LS-LETTER-GRADE   PIC X(1).
       01 LS-POINTS         PIC 9V9.

       PROCEDURE DIVISION USING LS-CATEGORY LS-LETTER-GRADE
               LS-POINTS.
       Main-Para.
           IF NOT WS-BONUSES-LOADED
               PERFORM LOAD-BONUSES
           END-IF

           EVALUATE LS-LETTER-GRADE
               WHEN "A" MOVE 4 TO LS-POINTS
               WHEN "B" MOVE 3 TO LS-POINTS
               WHEN "C" MOVE 2 TO LS-POINTS
               WHEN "D" MOVE 1 TO LS-POINTS
               WHEN OTHER MOVE 0 TO LS-POINTS
           END-EVALUATE

           IF LS-POINTS > ZERO
               EVALUATE LS-CATEGORY
                   WHEN "H" ADD WS-HONORS-BONUS TO LS-POINTS
                   WHEN "A" ADD WS-ADVANCED-BONUS TO LS-POINTS
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF

           EXIT PROGRAM.

       LOAD-BONUSES.
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GPA-HONORS-BONUS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-HONORS-BONUS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GPA-ADVANCED-BONUS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-ADVANCED-BONUS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           SET WS-BONUSES-LOADED TO TRUE.
