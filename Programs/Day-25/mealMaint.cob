       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEALMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The food-service office's eligibility feed: "E" sets a
           *> student's free/reduced/paid category from an approved
           *> application or the state direct-certification match.
           *> The category in force until the effective date is kept
           *> as the prior category, so MEALPOS can still price and
           *> claim meals served before the change under the old one.
           SELECT MEAL-TRAN-FILE ASSIGN TO WS-MEALTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEALTRAN-FS.

           SELECT MEAL-FILE ASSIGN TO WS-MEAL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEA-STUDENT-ID
               FILE STATUS IS MEAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MEAL-TRAN-FILE.
       01 MEAL-TRAN-RECORD.
           05 MLT-ACTION            PIC X(1).
           05 MLT-STUDENT-ID        PIC 9(6).
           05 MLT-CATEGORY          PIC X(1).
           05 MLT-SOURCE            PIC X(1).
           05 MLT-EFFECTIVE-DATE    PIC 9(8).

       FD MEAL-FILE.
       01 MEAL-RECORD.
           COPY "MEALRC".

       WORKING-STORAGE SECTION.
       01 WS-MEALTRAN-DSNAME        PIC X(40) VALUE "mealtran.dat".
       01 WS-MEAL-DSNAME            PIC X(40) VALUE "meal.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 MEALTRAN-FS              PIC XX.
       01 MEAL-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-NEW-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ELIG-OK               PIC X VALUE "N".
       01 WS-EFFECTIVE-DATE        PIC 9(8) VALUE ZERO.

       *> STUFIND call arguments.
       01 WS-FIND-NAME             PIC X(20).
       01 WS-FIND-CLASS            PIC X(3).
       01 WS-FIND-STATUS           PIC X(1).
       01 WS-FIND-FLAG             PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT MEAL-TRAN-FILE
           IF MEALTRAN-FS NOT = "00"
               DISPLAY "MEALMNT: UNABLE TO OPEN ELIGIBILITY FEED, "
                   "STATUS=" MEALTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O MEAL-FILE
           IF MEAL-FS NOT = "00"
               OPEN OUTPUT MEAL-FILE
               CLOSE MEAL-FILE
               OPEN I-O MEAL-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ MEAL-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE MLT-ACTION
                           WHEN "E" PERFORM Set-Eligibility
                           WHEN OTHER
                               DISPLAY "MEALMNT: UNKNOWN ACTION "
                                   MLT-ACTION " STUDENT="
                                   MLT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE MEAL-TRAN-FILE
           CLOSE MEAL-FILE

           DISPLAY "===== MEAL ELIGIBILITY MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "NEW MEAL ACCOUNTS : " WS-NEW-COUNT
           DISPLAY "CATEGORIES CHANGED: " WS-CHANGE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           STOP RUN.

       *> Eligibility only attaches to an active student, and only
       *> one of the three categories and three sources is honored.
       CHECK-THE-ELIGIBILITY.
           MOVE "N" TO WS-ELIG-OK
           MOVE MLT-CATEGORY TO MEA-CATEGORY
           MOVE MLT-SOURCE   TO MEA-SOURCE
           CALL "STUFIND" USING MLT-STUDENT-ID WS-FIND-NAME
               WS-FIND-CLASS WS-FIND-STATUS WS-FIND-FLAG
           EVALUATE TRUE
               WHEN WS-FIND-FLAG NOT = "Y"
                   DISPLAY "MEALMNT: STUDENT NOT ON FILE="
                       MLT-STUDENT-ID
               WHEN WS-FIND-STATUS NOT = "A"
                   DISPLAY "MEALMNT: STUDENT NOT ACTIVE="
                       MLT-STUDENT-ID
               WHEN NOT MEA-CATEGORY-VALID
                   DISPLAY "MEALMNT: INVALID CATEGORY " MLT-CATEGORY
                       " STUDENT=" MLT-STUDENT-ID
               WHEN NOT MEA-SOURCE-VALID
                   DISPLAY "MEALMNT: INVALID SOURCE " MLT-SOURCE
                       " STUDENT=" MLT-STUDENT-ID
               WHEN OTHER
                   MOVE "Y" TO WS-ELIG-OK
           END-EVALUATE
           MOVE MLT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF.

       *> A student new to the program opens a zero-balance meal
       *> account with no prior category; an existing account keeps
       *> its balance and rolls the current category to prior.
       Set-Eligibility.
           PERFORM CHECK-THE-ELIGIBILITY
           IF WS-ELIG-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE MLT-STUDENT-ID TO MEA-STUDENT-ID
               READ MEAL-FILE
                   INVALID KEY
                       PERFORM OPEN-MEAL-ACCOUNT
                   NOT INVALID KEY
                       PERFORM CHANGE-THE-CATEGORY
               END-READ
           END-IF.

       OPEN-MEAL-ACCOUNT.
           MOVE MLT-STUDENT-ID    TO MEA-STUDENT-ID
           MOVE MLT-CATEGORY      TO MEA-CATEGORY
           MOVE MLT-CATEGORY      TO MEA-PRIOR-CATEGORY
           MOVE WS-EFFECTIVE-DATE TO MEA-EFFECTIVE-DATE
           MOVE MLT-SOURCE        TO MEA-SOURCE
           MOVE ZERO              TO MEA-BALANCE
           MOVE WS-RUN-DATE       TO MEA-LAST-ACTIVITY
           MOVE ZERO              TO MEA-NOTICE-DATE
           WRITE MEAL-RECORD
               INVALID KEY
                   DISPLAY "MEALMNT: WRITE FAILED, STUDENT="
                       MLT-STUDENT-ID " STATUS=" MEAL-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.

       CHANGE-THE-CATEGORY.
           MOVE MEA-CATEGORY      TO MEA-PRIOR-CATEGORY
           MOVE MLT-CATEGORY      TO MEA-CATEGORY
           MOVE WS-EFFECTIVE-DATE TO MEA-EFFECTIVE-DATE
           MOVE MLT-SOURCE        TO MEA-SOURCE
           MOVE WS-RUN-DATE       TO MEA-LAST-ACTIVITY
           REWRITE MEAL-RECORD
               INVALID KEY
                   DISPLAY "MEALMNT: REWRITE FAILED, STUDENT="
                       MLT-STUDENT-ID " STATUS=" MEAL-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEALTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEAL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEAL-DSNAME
           END-IF.
