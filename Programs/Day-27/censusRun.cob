       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The academic-calendar control record - the current
           *> term's census date is the day the state counts.
           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> Program participation supplies the census flags.  A
           *> site that has not loaded it still gets its count, with
           *> every flag "N".
           SELECT PARTIC-FILE ASSIGN TO WS-PARTIC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS PARTIC-FS.

           *> The frozen census copy - written on the first run for a
           *> census date, only ever read after that.
           SELECT CENSUS-FILE ASSIGN TO WS-CENSUS-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CENSUS-FS.

           *> Every audited add, reactivation and deactivation says
           *> who came and went in the days before the count.
           *> Optional: without it that section is left off.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-FS.

           *> The certified count: headcounts by campus, grade level
           *> and section from the frozen copy, the entries and
           *> exits ahead of the census date, and - on any later run
           *> - what has changed on the master since the freeze.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT CENSUS-WORK ASSIGN TO "census.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD TERMCTL-FILE.
       01 TERMCTL-RECORD.
           05 TRM-CURRENT-TERM      PIC 9(2).
           05 TRM-START-DATE        PIC 9(8).
           05 TRM-END-DATE          PIC 9(8).
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PARTIC-FILE.
       01 PARTIC-RECORD.
           COPY "PARTRC".

       FD CENSUS-FILE.
       01 CENSUS-RECORD.
           COPY "CENSUSRC".

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY "AUDITRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD CENSUS-WORK.
       01 CENSUS-WORK-RECORD.
           05 CSW-CAMPUS            PIC X(2).
           05 CSW-CLASS             PIC X(3).
           05 CSW-CLASS-PARTS REDEFINES CSW-CLASS.
               10 CSW-GRADE-LEVEL   PIC X(2).
               10 CSW-SECTION       PIC X(1).
           05 CSW-ELL-FLAG          PIC X(1).
           05 CSW-SPED-FLAG         PIC X(1).
           05 CSW-GIFTED-FLAG       PIC X(1).
           05 CSW-TITLE1-FLAG       PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PARTIC-DSNAME          PIC X(40) VALUE "partic.idx".
       01 WS-CENSUS-DSNAME          PIC X(40) VALUE "census.dat".
       01 WS-AUDIT-DSNAME           PIC X(40) VALUE "audit.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "census.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TERMCTL-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PARTIC-FS                PIC XX.
       01 CENSUS-FS                PIC XX.
       01 AUDIT-FS                 PIC XX.
       01 PRINT-FS                 PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-PARTIC-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-PARTICIPATION VALUE "Y".
       01 WS-AUDIT-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-AUDIT        VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-CENSUS-EOF            PIC X VALUE "N".
       01 WS-MASTER-EOF            PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The census date and term from the control record, and
       *> whether this run found that date already frozen.
       01 WS-CENSUS-DATE           PIC 9(8) VALUE ZERO.
       01 WS-CENSUS-TERM           PIC 9(2) VALUE ZERO.
       01 WS-FROZEN-DATE           PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-FROZEN        PIC X VALUE "N".
           88 WS-CENSUS-FROZEN     VALUE "Y".

       *> The entry/exit window: the CENSUS-WINDOW-DAYS calendar
       *> days before the census date (10 unless the run says
       *> otherwise), the census date itself excluded.
       01 WS-WINDOW-DAYS           PIC 9(3) VALUE 10.
       01 WS-WINDOW-FROM           PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-TO             PIC 9(8) VALUE ZERO.
       01 WS-CENSUS-INT            PIC S9(9) COMP.

       *> A student image as AUDITWR keeps it - ID, name, class and
       *> status lead, the campus closes the record.  Other
       *> programs' images (summaries, not master records) fail the
       *> ID match and are passed by.
       01 WS-IMAGE.
           05 WS-IMG-ID            PIC X(6).
           05 WS-IMG-NAME          PIC X(20).
           05 WS-IMG-CLASS         PIC X(3).
           05 WS-IMG-STATUS        PIC X(1).
           05 FILLER               PIC X(29).
           05 WS-IMG-CAMPUS        PIC X(2).
       01 WS-AUDIT-ID              PIC X(6).
       01 WS-BEFORE-STATUS         PIC X(1).
       01 WS-AFTER-STATUS          PIC X(1).
       01 WS-MOVE-NAME             PIC X(20).
       01 WS-MOVE-CLASS            PIC X(3).
       01 WS-MOVE-CAMPUS           PIC X(2).
       01 WS-MOVE-KIND             PIC X(7).

       *> The program flags a student carries on a given day, as
       *> the freeze writes them and the change check recomputes
       *> them.
       01 WS-FLAGS.
           05 WS-ELL-FLAG          PIC X(1).
           05 WS-SPED-FLAG         PIC X(1).
           05 WS-GIFTED-FLAG       PIC X(1).
           05 WS-TITLE1-FLAG       PIC X(1).
       01 WS-CENSUS-FLAGS          PIC X(4).

       *> Headcount accumulators: section, grade level, campus and
       *> the whole count, each with its four program counts.
       01 WS-PREV-CAMPUS           PIC X(2) VALUE SPACES.
       01 WS-PREV-GRADE            PIC X(2) VALUE SPACES.
       01 WS-PREV-CLASS            PIC X(3) VALUE SPACES.
       01 WS-COUNT-LEVELS.
           05 WS-COUNT-LEVEL       OCCURS 4 TIMES.
               10 WS-CNT-HEAD      PIC 9(6) COMP.
               10 WS-CNT-ELL       PIC 9(6) COMP.
               10 WS-CNT-SPED      PIC 9(6) COMP.
               10 WS-CNT-GIFTED    PIC 9(6) COMP.
               10 WS-CNT-TITLE1    PIC 9(6) COMP.
       01 WS-SEC-LVL               PIC 9(1) VALUE 1.
       01 WS-GRD-LVL               PIC 9(1) VALUE 2.
       01 WS-CMP-LVL               PIC 9(1) VALUE 3.
       01 WS-ALL-LVL               PIC 9(1) VALUE 4.
       01 WS-LVL                   PIC 9(1).
       01 WS-PRINT-LVL             PIC 9(1).

       01 WS-FROZEN-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ENTERED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-LEFT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DIFF-FLAG             PIC X VALUE "N".

       *> Edited fields for the print lines.
       01 WS-LABEL                 PIC X(24).
       01 WS-HEAD-EDIT             PIC ZZZZZ9.
       01 WS-ELL-EDIT              PIC ZZZZZ9.
       01 WS-SPED-EDIT             PIC ZZZZZ9.
       01 WS-GIFTED-EDIT           PIC ZZZZZ9.
       01 WS-TITLE1-EDIT           PIC ZZZZZ9.
       01 WS-COUNT-EDIT            PIC ZZZZZ9.

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
           PERFORM LOAD-THE-TERM

           IF WS-RUN-DATE < WS-CENSUS-DATE
               DISPLAY "CENSUS: CENSUS DATE " WS-CENSUS-DATE
                   " NOT YET REACHED - NOTHING FROZEN"
               STOP RUN
           END-IF

           COMPUTE WS-CENSUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-CENSUS-DATE)
           COMPUTE WS-WINDOW-FROM = FUNCTION DATE-OF-INTEGER
               (WS-CENSUS-INT - WS-WINDOW-DAYS)
           COMPUTE WS-WINDOW-TO = FUNCTION DATE-OF-INTEGER
               (WS-CENSUS-INT - 1)

           OPEN INPUT PARTIC-FILE
           IF PARTIC-FS = "00"
               SET WS-HAVE-PARTICIPATION TO TRUE
           ELSE
               DISPLAY "CENSUS: NO PARTICIPATION FILE - PROGRAM "
                   "FLAGS ALL N"
           END-IF

           PERFORM CHECK-FOR-FREEZE
           IF NOT WS-CENSUS-FROZEN
               PERFORM FREEZE-THE-CENSUS
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM PRINT-THE-HEADCOUNTS
           PERFORM PRINT-ENTRIES-AND-EXITS
           IF WS-CENSUS-FROZEN
               PERFORM PRINT-CHANGES-SINCE-FREEZE
           END-IF

           CLOSE PRINT-FILE
           IF WS-HAVE-PARTICIPATION
               CLOSE PARTIC-FILE
           END-IF

           DISPLAY "===== CENSUS COUNT SUMMARY ====="
           DISPLAY "CENSUS DATE      : " WS-CENSUS-DATE
               " TERM " WS-CENSUS-TERM
           DISPLAY "FROZEN ON        : " WS-FROZEN-DATE
           DISPLAY "CERTIFIED COUNT  : " WS-FROZEN-COUNT
           DISPLAY "ENTERED IN WINDOW: " WS-ENTERED-COUNT
           DISPLAY "LEFT IN WINDOW   : " WS-LEFT-COUNT
           IF WS-CENSUS-FROZEN
               DISPLAY "CHANGED SINCE    : " WS-CHANGED-COUNT
           END-IF
           DISPLAY "CENSUS: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       LOAD-THE-TERM.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS NOT = "00"
               DISPLAY "CENSUS: NO TERM CONTROL ON FILE - RUN "
                   "TRMCLOSE FIRST"
               STOP RUN
           END-IF
           READ TERMCTL-FILE
               INVALID KEY
                   DISPLAY "CENSUS: NO TERM CONTROL ON FILE - RUN "
                       "TRMCLOSE FIRST"
                   CLOSE TERMCTL-FILE
                   STOP RUN
           END-READ
           CLOSE TERMCTL-FILE
           MOVE TRM-CURRENT-TERM TO WS-CENSUS-TERM
           MOVE TRM-CENSUS-DATE  TO WS-CENSUS-DATE
           IF WS-CENSUS-DATE IS NOT NUMERIC
               OR WS-CENSUS-DATE = ZERO
               DISPLAY "CENSUS: NO CENSUS DATE FOR TERM "
                   TRM-CURRENT-TERM " - SET ONE THROUGH TRMCLOSE"
               STOP RUN
           END-IF.

       *> A census copy already on file for this census date is the
       *> certified one; a copy for any other date belongs to an
       *> earlier term and is replaced.
       CHECK-FOR-FREEZE.
           OPEN INPUT CENSUS-FILE
           IF CENSUS-FS = "00"
               READ CENSUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CNS-HEADER
                           AND CNS-HDR-CENSUS-DATE = WS-CENSUS-DATE
                           SET WS-CENSUS-FROZEN TO TRUE
                           MOVE CNS-HDR-FROZEN-DATE TO WS-FROZEN-DATE
                       END-IF
               END-READ
               CLOSE CENSUS-FILE
           END-IF.

       *> Every active student goes into the copy with the program
       *> flags current on the census date.  A freeze that runs
       *> after the census date (the job missed its day) takes the
       *> master as it stands, and says so.
       FREEZE-THE-CENSUS.
           IF WS-RUN-DATE > WS-CENSUS-DATE
               DISPLAY "CENSUS: FREEZING ON " WS-RUN-DATE
                   " - AFTER THE CENSUS DATE " WS-CENSUS-DATE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT CENSUS-FILE
           IF CENSUS-FS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN CENSUS COPY, STATUS="
                   CENSUS-FS
               STOP RUN
           END-IF

           MOVE SPACES         TO CENSUS-RECORD
           SET CNS-HEADER      TO TRUE
           MOVE WS-CENSUS-DATE TO CNS-HDR-CENSUS-DATE
           MOVE WS-CENSUS-TERM TO CNS-HDR-TERM
           MOVE WS-RUN-DATE    TO CNS-HDR-FROZEN-DATE
           WRITE CENSUS-RECORD
           MOVE WS-RUN-DATE    TO WS-FROZEN-DATE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM FREEZE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
           CLOSE CENSUS-FILE
           DISPLAY "CENSUS: " WS-FROZEN-COUNT " STUDENTS FROZEN FOR "
               WS-CENSUS-DATE.

       FREEZE-ONE-STUDENT.
           PERFORM SET-PROGRAM-FLAGS
           MOVE SPACES          TO CENSUS-RECORD
           SET CNS-DETAIL       TO TRUE
           MOVE STUDENT-ID      TO CNS-STUDENT-ID
           MOVE STUDENT-NAME    TO CNS-STUDENT-NAME
           MOVE STUDENT-CLASS   TO CNS-CLASS
           MOVE STUDENT-CAMPUS  TO CNS-CAMPUS
           MOVE WS-ELL-FLAG     TO CNS-ELL-FLAG
           MOVE WS-SPED-FLAG    TO CNS-SPED-FLAG
           MOVE WS-GIFTED-FLAG  TO CNS-GIFTED-FLAG
           MOVE WS-TITLE1-FLAG  TO CNS-TITLE1-FLAG
           WRITE CENSUS-RECORD
           ADD 1 TO WS-FROZEN-COUNT.

       *> The participations current on the census date itself,
       *> for the student now in STUDENT-RECORD.
       SET-PROGRAM-FLAGS.
           MOVE "NNNN" TO WS-FLAGS
           IF WS-HAVE-PARTICIPATION
               MOVE STUDENT-ID TO PRT-STUDENT-ID
               MOVE LOW-VALUES TO PRT-PROGRAM-CODE
               MOVE "N" TO WS-SCAN-EOF
               START PARTIC-FILE KEY IS NOT LESS THAN PRT-KEY
                   INVALID KEY MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PARTIC-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PRT-STUDENT-ID NOT = STUDENT-ID
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               IF PRT-ENTRY-DATE <= WS-CENSUS-DATE
                                   AND (PRT-EXIT-DATE = ZERO
                                     OR PRT-EXIT-DATE >= WS-CENSUS-DATE)
                                   PERFORM FLAG-ONE-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FLAG-ONE-PROGRAM.
           EVALUATE TRUE
               WHEN PRT-ENGLISH-LEARNER
                   MOVE "Y" TO WS-ELL-FLAG
               WHEN PRT-SPECIAL-ED
                   MOVE "Y" TO WS-SPED-FLAG
               WHEN PRT-GIFTED
                   MOVE "Y" TO WS-GIFTED-FLAG
               WHEN PRT-TITLE-ONE
                   MOVE "Y" TO WS-TITLE1-FLAG
           END-EVALUATE.

       *> Headcounts always come from the frozen copy, never the
       *> live master.
       PRINT-THE-HEADCOUNTS.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "                         HEADCOUNT     ELL    SPED"
               "  GIFTED TITLE I"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           INITIALIZE WS-COUNT-LEVELS

           SORT CENSUS-WORK
               ON ASCENDING KEY CSW-CAMPUS CSW-CLASS
               INPUT PROCEDURE IS RELEASE-THE-CENSUS
               OUTPUT PROCEDURE IS COUNT-THE-CENSUS

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO STUDENTS IN THE CENSUS COPY" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM FINISH-SECTION
               PERFORM FINISH-GRADE
               PERFORM FINISH-CAMPUS
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE "CERTIFIED TOTAL" TO WS-LABEL
               MOVE WS-ALL-LVL TO WS-PRINT-LVL
               PERFORM PRINT-COUNT-LINE
           END-IF.

       RELEASE-THE-CENSUS.
           MOVE ZERO TO WS-FROZEN-COUNT
           MOVE "N" TO WS-CENSUS-EOF
           OPEN INPUT CENSUS-FILE
           IF CENSUS-FS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO READ CENSUS COPY, STATUS="
                   CENSUS-FS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CENSUS-EOF = "Y"
               READ CENSUS-FILE
                   AT END MOVE "Y" TO WS-CENSUS-EOF
                   NOT AT END
                       IF CNS-DETAIL
                           MOVE CNS-CAMPUS      TO CSW-CAMPUS
                           MOVE CNS-CLASS       TO CSW-CLASS
                           MOVE CNS-ELL-FLAG    TO CSW-ELL-FLAG
                           MOVE CNS-SPED-FLAG   TO CSW-SPED-FLAG
                           MOVE CNS-GIFTED-FLAG TO CSW-GIFTED-FLAG
                           MOVE CNS-TITLE1-FLAG TO CSW-TITLE1-FLAG
                           RELEASE CENSUS-WORK-RECORD
                           ADD 1 TO WS-FROZEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CENSUS-FILE.

       COUNT-THE-CENSUS.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN CENSUS-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Count-One-Student
               END-RETURN
           END-PERFORM.

       Count-One-Student.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-CAMPUS
           ELSE
               IF CSW-CAMPUS NOT = WS-PREV-CAMPUS
                   PERFORM FINISH-SECTION
                   PERFORM FINISH-GRADE
                   PERFORM FINISH-CAMPUS
                   PERFORM START-CAMPUS
               ELSE
                   IF CSW-GRADE-LEVEL NOT = WS-PREV-GRADE
                       PERFORM FINISH-SECTION
                       PERFORM FINISH-GRADE
                       PERFORM START-GRADE
                   ELSE
                       IF CSW-CLASS NOT = WS-PREV-CLASS
                           PERFORM FINISH-SECTION
                           PERFORM START-SECTION
                       END-IF
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-CNT-HEAD (WS-SEC-LVL)
           IF CSW-ELL-FLAG = "Y"
               ADD 1 TO WS-CNT-ELL (WS-SEC-LVL)
           END-IF
           IF CSW-SPED-FLAG = "Y"
               ADD 1 TO WS-CNT-SPED (WS-SEC-LVL)
           END-IF
           IF CSW-GIFTED-FLAG = "Y"
               ADD 1 TO WS-CNT-GIFTED (WS-SEC-LVL)
           END-IF
           IF CSW-TITLE1-FLAG = "Y"
               ADD 1 TO WS-CNT-TITLE1 (WS-SEC-LVL)
           END-IF.

       START-CAMPUS.
           MOVE CSW-CAMPUS TO WS-PREV-CAMPUS
           INITIALIZE WS-COUNT-LEVEL (WS-CMP-LVL)
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " CSW-CAMPUS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM START-GRADE.

       START-GRADE.
           MOVE CSW-GRADE-LEVEL TO WS-PREV-GRADE
           INITIALIZE WS-COUNT-LEVEL (WS-GRD-LVL)
           PERFORM START-SECTION.

       START-SECTION.
           MOVE CSW-CLASS TO WS-PREV-CLASS
           INITIALIZE WS-COUNT-LEVEL (WS-SEC-LVL).

       FINISH-SECTION.
           MOVE SPACES TO WS-LABEL
           STRING "    SECTION " WS-PREV-CLASS
               DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-SEC-LVL TO WS-PRINT-LVL
           PERFORM PRINT-COUNT-LINE
           MOVE WS-GRD-LVL TO WS-LVL
           PERFORM ROLL-UP-COUNTS.

       FINISH-GRADE.
           MOVE SPACES TO WS-LABEL
           STRING "  GRADE " WS-PREV-GRADE " TOTAL"
               DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-GRD-LVL TO WS-PRINT-LVL
           PERFORM PRINT-COUNT-LINE
           MOVE WS-CMP-LVL TO WS-LVL
           MOVE WS-GRD-LVL TO WS-PRINT-LVL
           PERFORM ROLL-UP-FROM-PRINTED.

       FINISH-CAMPUS.
           MOVE SPACES TO WS-LABEL
           STRING "CAMPUS " WS-PREV-CAMPUS " TOTAL"
               DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-CMP-LVL TO WS-PRINT-LVL
           PERFORM PRINT-COUNT-LINE
           MOVE WS-ALL-LVL TO WS-LVL
           PERFORM ROLL-UP-FROM-PRINTED.

       *> Adds the section level into level WS-LVL.
       ROLL-UP-COUNTS.
           MOVE WS-SEC-LVL TO WS-PRINT-LVL
           PERFORM ROLL-UP-FROM-PRINTED.

       *> Adds level WS-PRINT-LVL into level WS-LVL.
       ROLL-UP-FROM-PRINTED.
           ADD WS-CNT-HEAD (WS-PRINT-LVL)   TO WS-CNT-HEAD (WS-LVL)
           ADD WS-CNT-ELL (WS-PRINT-LVL)    TO WS-CNT-ELL (WS-LVL)
           ADD WS-CNT-SPED (WS-PRINT-LVL)   TO WS-CNT-SPED (WS-LVL)
           ADD WS-CNT-GIFTED (WS-PRINT-LVL) TO WS-CNT-GIFTED (WS-LVL)
           ADD WS-CNT-TITLE1 (WS-PRINT-LVL) TO WS-CNT-TITLE1 (WS-LVL).

       PRINT-COUNT-LINE.
           MOVE WS-CNT-HEAD (WS-PRINT-LVL)   TO WS-HEAD-EDIT
           MOVE WS-CNT-ELL (WS-PRINT-LVL)    TO WS-ELL-EDIT
           MOVE WS-CNT-SPED (WS-PRINT-LVL)   TO WS-SPED-EDIT
           MOVE WS-CNT-GIFTED (WS-PRINT-LVL) TO WS-GIFTED-EDIT
           MOVE WS-CNT-TITLE1 (WS-PRINT-LVL) TO WS-TITLE1-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LABEL "    " WS-HEAD-EDIT "  " WS-ELL-EDIT "  "
               WS-SPED-EDIT "  " WS-GIFTED-EDIT "  " WS-TITLE1-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Adds, reactivations, deactivations and deletes of master
       *> records stamped inside the window, straight from the
       *> audit trail's before/after images.
       PRINT-ENTRIES-AND-EXITS.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FS = "00"
               SET WS-HAVE-AUDIT TO TRUE
           ELSE
               DISPLAY "CENSUS: NO AUDIT TRAIL - ENTRIES AND EXITS "
                   "NOT LISTED"
           END-IF
           IF WS-HAVE-AUDIT
               MOVE SPACES TO WS-HEADING-TEXT
               STRING "DATE      MOVE     ID     NAME                "
                   "  CLASS CAMPUS  BY"
                   DELIMITED BY SIZE INTO WS-HEADING-TEXT
               MOVE 999 TO WS-LINE-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ENTRIES AND EXITS " WS-WINDOW-FROM " - "
                   WS-WINDOW-TO DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUD-RUN-DATE >= WS-WINDOW-FROM
                               AND AUD-RUN-DATE <= WS-WINDOW-TO
                               PERFORM CHECK-ONE-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE WS-ENTERED-COUNT TO WS-HEAD-EDIT
               MOVE WS-LEFT-COUNT    TO WS-COUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ENTERED " WS-HEAD-EDIT "   LEFT " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       *> An entry is a master record going from not-active (new,
       *> or deactivated) to active; an exit the other way.
       CHECK-ONE-AUDIT-ENTRY.
           MOVE AUD-STUDENT-ID TO WS-AUDIT-ID
           MOVE SPACE TO WS-BEFORE-STATUS WS-AFTER-STATUS
           MOVE SPACES TO WS-MOVE-KIND
           IF AUD-BEFORE-IMAGE NOT = SPACES
               MOVE AUD-BEFORE-IMAGE TO WS-IMAGE
               IF WS-IMG-ID = WS-AUDIT-ID
                   MOVE WS-IMG-STATUS TO WS-BEFORE-STATUS
                   MOVE WS-IMG-NAME   TO WS-MOVE-NAME
                   MOVE WS-IMG-CLASS  TO WS-MOVE-CLASS
                   MOVE WS-IMG-CAMPUS TO WS-MOVE-CAMPUS
               END-IF
           END-IF
           IF AUD-AFTER-IMAGE NOT = SPACES
               MOVE AUD-AFTER-IMAGE TO WS-IMAGE
               IF WS-IMG-ID = WS-AUDIT-ID
                   MOVE WS-IMG-STATUS TO WS-AFTER-STATUS
                   MOVE WS-IMG-NAME   TO WS-MOVE-NAME
                   MOVE WS-IMG-CLASS  TO WS-MOVE-CLASS
                   MOVE WS-IMG-CAMPUS TO WS-MOVE-CAMPUS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AFTER-STATUS = "A"
                   AND WS-BEFORE-STATUS NOT = "A"
                   MOVE "ENTERED" TO WS-MOVE-KIND
                   ADD 1 TO WS-ENTERED-COUNT
               WHEN WS-BEFORE-STATUS = "A"
                   AND WS-AFTER-STATUS NOT = "A"
                   MOVE "LEFT" TO WS-MOVE-KIND
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE
           IF WS-MOVE-KIND NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING AUD-RUN-DATE "  " WS-MOVE-KIND "  "
                   AUD-STUDENT-ID " " WS-MOVE-NAME "  " WS-MOVE-CLASS
                   "   " WS-MOVE-CAMPUS "      " AUD-PROGRAM
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       *> The frozen copy against the master as it stands now, both
       *> in STUDENT-ID order: anyone who joined the active roll
       *> since, left it since, or moved class, campus or program.
       PRINT-CHANGES-SINCE-FREEZE.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "ID     NAME                  CHANGE"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHANGED ON THE MASTER SINCE THE FREEZE OF "
               WS-FROZEN-DATE DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CENSUS: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF
           OPEN INPUT CENSUS-FILE
           MOVE "N" TO WS-CENSUS-EOF WS-MASTER-EOF
           PERFORM ADVANCE-CENSUS
           PERFORM ADVANCE-MASTER

           PERFORM UNTIL WS-CENSUS-EOF = "Y" AND WS-MASTER-EOF = "Y"
               EVALUATE TRUE
                   WHEN WS-CENSUS-EOF = "Y"
                       PERFORM REPORT-JOINED
                       PERFORM ADVANCE-MASTER
                   WHEN WS-MASTER-EOF = "Y"
                       PERFORM REPORT-GONE
                       PERFORM ADVANCE-CENSUS
                   WHEN CNS-STUDENT-ID < STUDENT-ID
                       PERFORM REPORT-GONE
                       PERFORM ADVANCE-CENSUS
                   WHEN CNS-STUDENT-ID > STUDENT-ID
                       PERFORM REPORT-JOINED
                       PERFORM ADVANCE-MASTER
                   WHEN OTHER
                       PERFORM COMPARE-TO-CENSUS
                       PERFORM ADVANCE-CENSUS
                       PERFORM ADVANCE-MASTER
               END-EVALUATE
           END-PERFORM

           CLOSE STUDENT-FILE
           CLOSE CENSUS-FILE
           MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECORDS CHANGED SINCE THE FREEZE " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Steps over the header to the next student in the copy.
       ADVANCE-CENSUS.
           IF WS-CENSUS-EOF = "N"
               READ CENSUS-FILE
                   AT END MOVE "Y" TO WS-CENSUS-EOF
               END-READ
               IF WS-CENSUS-EOF = "N" AND NOT CNS-DETAIL
                   PERFORM ADVANCE-CENSUS
               END-IF
           END-IF.

       *> Only the active roll matters; a deactivated student the
       *> copy holds surfaces as gone.
       ADVANCE-MASTER.
           IF WS-MASTER-EOF = "N"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
               END-READ
               IF WS-MASTER-EOF = "N" AND NOT STUDENT-ACTIVE
                   PERFORM ADVANCE-MASTER
               END-IF
           END-IF.

       REPORT-JOINED.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING STUDENT-ID " " STUDENT-NAME "  ACTIVE NOW, NOT IN "
               "THE CENSUS COPY" DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       REPORT-GONE.
           ADD 1 TO WS-CHANGED-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING CNS-STUDENT-ID " " CNS-STUDENT-NAME "  IN THE "
               "CENSUS COPY, NO LONGER ACTIVE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       COMPARE-TO-CENSUS.
           MOVE "N" TO WS-DIFF-FLAG
           IF STUDENT-CLASS NOT = CNS-CLASS
               MOVE SPACES TO WS-PRINT-LINE
               STRING STUDENT-ID " " STUDENT-NAME "  CLASS "
                   CNS-CLASS " -> " STUDENT-CLASS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-CHANGE-LINE
           END-IF
           IF STUDENT-CAMPUS NOT = CNS-CAMPUS
               MOVE SPACES TO WS-PRINT-LINE
               STRING STUDENT-ID " " STUDENT-NAME "  CAMPUS "
                   CNS-CAMPUS " -> " STUDENT-CAMPUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-CHANGE-LINE
           END-IF
           PERFORM SET-PROGRAM-FLAGS
           MOVE SPACES TO WS-CENSUS-FLAGS
           STRING CNS-ELL-FLAG CNS-SPED-FLAG CNS-GIFTED-FLAG
               CNS-TITLE1-FLAG DELIMITED BY SIZE INTO WS-CENSUS-FLAGS
           IF WS-FLAGS NOT = WS-CENSUS-FLAGS
               MOVE SPACES TO WS-PRINT-LINE
               STRING STUDENT-ID " " STUDENT-NAME "  PROGRAMS "
                   "(ELL/SPED/GIFTED/TITLE I) " WS-CENSUS-FLAGS
                   " -> " WS-FLAGS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-CHANGE-LINE
           END-IF.

       *> A student counts once however many fields moved.
       PRINT-CHANGE-LINE.
           IF WS-DIFF-FLAG = "N"
               MOVE "Y" TO WS-DIFF-FLAG
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
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
           STRING "CENSUS COUNT " WS-CENSUS-DATE " TERM "
               WS-CENSUS-TERM " FROZEN " WS-FROZEN-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTIC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTIC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CENSUS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CENSUS-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AUDIT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AUDIT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CENSUS-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CENSUS-WINDOW-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
