       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEALCLM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The meal counts MEALPOS keeps, already keyed by month,
           *> campus, category and meal type - the claim report reads
           *> one month straight off the key.
           SELECT CLAIM-FILE ASSIGN TO WS-MEALCLM-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MCL-KEY
               FILE STATUS IS MEALCLM-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-FILE.
       01 CLAIM-RECORD.
           COPY "MEALCLRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MEALCLM-DSNAME         PIC X(40) VALUE "mealclm.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "mealclaim.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 MEALCLM-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-ROWS-READ             PIC 9(6) VALUE ZERO.
       01 WS-CAMPUS-COUNT          PIC 9(4) VALUE ZERO.

       *> Counts by category (1 free, 2 reduced, 3 paid) and meal
       *> type (1 breakfast, 2 lunch) - one set for the campus in
       *> hand, one for the district.
       01 WS-CAMPUS-TABLE.
           05 WS-CAMPUS-CAT OCCURS 3 TIMES.
               10 WS-CAMPUS-MEALS   PIC 9(7) OCCURS 2 TIMES.
       01 WS-DISTRICT-TABLE.
           05 WS-DISTRICT-CAT OCCURS 3 TIMES.
               10 WS-DISTRICT-MEALS PIC 9(7) OCCURS 2 TIMES.
       01 WS-CAT-SUB               PIC 9(1) COMP.
       01 WS-MEAL-SUB              PIC 9(1) COMP.
       01 WS-SLOT-OK               PIC X VALUE "N".
       01 WS-CATEGORY-NAMES        PIC X(24)
               VALUE "FREE    REDUCED PAID    ".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME     PIC X(8) OCCURS 3 TIMES.

       *> Control break on campus.
       01 WS-CURRENT-CAMPUS        PIC X(2) VALUE SPACES.
       01 WS-CAMPUS-OPEN           PIC X VALUE "N".
       01 WS-LINE-BREAKFAST        PIC 9(7).
       01 WS-LINE-LUNCH            PIC 9(7).
       01 WS-LINE-TOTAL            PIC 9(8).
       01 WS-BREAKFAST-EDIT        PIC Z,ZZZ,ZZ9.
       01 WS-LUNCH-EDIT            PIC Z,ZZZ,ZZ9.
       01 WS-TOTAL-EDIT            PIC ZZ,ZZZ,ZZ9.
       01 WS-LINE-LABEL            PIC X(16).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           IF WS-REPORT-MONTH = ZERO
               COMPUTE WS-REPORT-MONTH = WS-RUN-DATE / 100
           END-IF

           OPEN INPUT CLAIM-FILE
           IF MEALCLM-FS NOT = "00"
               DISPLAY "MEALCLM: NO MEAL COUNTS ON FILE - RUN "
                   "MEALPOS FIRST, STATUS=" MEALCLM-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE ZERO TO WS-DISTRICT-TABLE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CAMPUS  CATEGORY          BREAKFASTS    "
               "   LUNCHES  TOTAL MEALS"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           MOVE WS-REPORT-MONTH TO MCL-MONTH
           MOVE LOW-VALUES TO MCL-CAMPUS MCL-CATEGORY MCL-MEAL-TYPE
           START CLAIM-FILE KEY IS NOT LESS THAN MCL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CLAIM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF MCL-MONTH NOT = WS-REPORT-MONTH
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ROWS-READ
                           PERFORM TAKE-CLAIM-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CAMPUS-OPEN = "Y"
               PERFORM PRINT-CAMPUS-CLAIM
           END-IF
           PERFORM PRINT-DISTRICT-CLAIM

           CLOSE CLAIM-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== MEAL CLAIM - " WS-REPORT-MONTH " ====="
           DISPLAY "COUNT RECORDS READ  : " WS-ROWS-READ
           DISPLAY "CAMPUSES CLAIMED    : " WS-CAMPUS-COUNT

           STOP RUN.

       TAKE-CLAIM-COUNT.
           IF WS-CAMPUS-OPEN = "Y"
               AND MCL-CAMPUS NOT = WS-CURRENT-CAMPUS
               PERFORM PRINT-CAMPUS-CLAIM
           END-IF
           IF WS-CAMPUS-OPEN NOT = "Y"
               MOVE MCL-CAMPUS TO WS-CURRENT-CAMPUS
               MOVE ZERO TO WS-CAMPUS-TABLE
               MOVE "Y" TO WS-CAMPUS-OPEN
               ADD 1 TO WS-CAMPUS-COUNT
           END-IF
           MOVE "Y" TO WS-SLOT-OK
           EVALUATE MCL-CATEGORY
               WHEN "F" MOVE 1 TO WS-CAT-SUB
               WHEN "R" MOVE 2 TO WS-CAT-SUB
               WHEN "P" MOVE 3 TO WS-CAT-SUB
               WHEN OTHER MOVE "N" TO WS-SLOT-OK
           END-EVALUATE
           EVALUATE MCL-MEAL-TYPE
               WHEN "B" MOVE 1 TO WS-MEAL-SUB
               WHEN "L" MOVE 2 TO WS-MEAL-SUB
               WHEN OTHER MOVE "N" TO WS-SLOT-OK
           END-EVALUATE
           IF WS-SLOT-OK = "Y"
               ADD MCL-MEAL-COUNT
                   TO WS-CAMPUS-MEALS (WS-CAT-SUB, WS-MEAL-SUB)
               ADD MCL-MEAL-COUNT
                   TO WS-DISTRICT-MEALS (WS-CAT-SUB, WS-MEAL-SUB)
           ELSE
               DISPLAY "MEALCLM: COUNT SKIPPED, CAMPUS=" MCL-CAMPUS
                   " CATEGORY=" MCL-CATEGORY " MEAL=" MCL-MEAL-TYPE
           END-IF.

       *> Three category lines and a campus total - the layout the
       *> state reimbursement claim is keyed from.
       PRINT-CAMPUS-CLAIM.
           MOVE ZERO TO WS-LINE-BREAKFAST WS-LINE-LUNCH
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               MOVE WS-CAMPUS-MEALS (WS-CAT-SUB, 1) TO WS-BREAKFAST-EDIT
               MOVE WS-CAMPUS-MEALS (WS-CAT-SUB, 2) TO WS-LUNCH-EDIT
               ADD WS-CAMPUS-MEALS (WS-CAT-SUB, 1) TO WS-LINE-BREAKFAST
               ADD WS-CAMPUS-MEALS (WS-CAT-SUB, 2) TO WS-LINE-LUNCH
               COMPUTE WS-LINE-TOTAL = WS-CAMPUS-MEALS (WS-CAT-SUB, 1)
                   + WS-CAMPUS-MEALS (WS-CAT-SUB, 2)
               MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO WS-LINE-LABEL
               PERFORM PRINT-CLAIM-LINE
           END-PERFORM
           MOVE WS-LINE-BREAKFAST TO WS-BREAKFAST-EDIT
           MOVE WS-LINE-LUNCH TO WS-LUNCH-EDIT
           COMPUTE WS-LINE-TOTAL = WS-LINE-BREAKFAST + WS-LINE-LUNCH
           MOVE "CAMPUS TOTAL" TO WS-LINE-LABEL
           PERFORM PRINT-CLAIM-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "N" TO WS-CAMPUS-OPEN.

       PRINT-DISTRICT-CLAIM.
           MOVE "**" TO WS-CURRENT-CAMPUS
           MOVE ZERO TO WS-LINE-BREAKFAST WS-LINE-LUNCH
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 3
               MOVE WS-DISTRICT-MEALS (WS-CAT-SUB, 1)
                   TO WS-BREAKFAST-EDIT
               MOVE WS-DISTRICT-MEALS (WS-CAT-SUB, 2) TO WS-LUNCH-EDIT
               ADD WS-DISTRICT-MEALS (WS-CAT-SUB, 1)
                   TO WS-LINE-BREAKFAST
               ADD WS-DISTRICT-MEALS (WS-CAT-SUB, 2) TO WS-LINE-LUNCH
               COMPUTE WS-LINE-TOTAL =
                   WS-DISTRICT-MEALS (WS-CAT-SUB, 1)
                   + WS-DISTRICT-MEALS (WS-CAT-SUB, 2)
               MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO WS-LINE-LABEL
               PERFORM PRINT-CLAIM-LINE
           END-PERFORM
           MOVE WS-LINE-BREAKFAST TO WS-BREAKFAST-EDIT
           MOVE WS-LINE-LUNCH TO WS-LUNCH-EDIT
           COMPUTE WS-LINE-TOTAL = WS-LINE-BREAKFAST + WS-LINE-LUNCH
           MOVE "DISTRICT TOTAL" TO WS-LINE-LABEL
           PERFORM PRINT-CLAIM-LINE.

       PRINT-CLAIM-LINE.
           MOVE WS-LINE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-CAMPUS "      " WS-LINE-LABEL
               "  " WS-BREAKFAST-EDIT "    " WS-LUNCH-EDIT
               "   " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "MEAL REIMBURSEMENT CLAIM - MONTH " WS-REPORT-MONTH
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-CLAIM-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEALCLM-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEALCLAIM-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-MONTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-MONTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
