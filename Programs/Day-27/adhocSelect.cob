       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOCSEL.

      *> The ad-hoc student selection screen.  The operator builds a
      *> selection from the student master's own fields - class,
      *> campus, status, standing, grade, advisor, and GPA,
      *> attendance and balance ranges - and gets the count, can
      *> page through the matches, and can write them to a print
      *> list or a CSV in the operator's own output file.  A blank
      *> criterion matches everything.
      *>
      *> What comes out can be confidential, so every selection run
      *> is stamped on the common audit trail with the criteria used
      *> and the number of students it returned.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> The operator's output file - <operator>.lst for the
           *> print list, <operator>.csv for the CSV, unless
           *> SELECT-LIST-FILE / SELECT-CSV-FILE name another.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       FD EXPORT-FILE.
       01 EXPORT-LINE               PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE SPACES.
       01 WS-EXPORT-DSNAME          PIC X(40) VALUE SPACES.
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 EXPORT-FS                PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-MENU-CHOICE           PIC X(1).
       01 WS-ENTRY                 PIC X(12).
       01 WS-BROWSE-CHOICE         PIC X(1).
       01 WS-BROWSE-DONE           PIC X VALUE "N".
       01 WS-SHOWN-ON-PAGE         PIC 9(2) VALUE ZERO.

       *> The selection.  Each criterion is blank (or its range flag
       *> "N") when it is not in use.
       01 WS-SEL-CLASS             PIC X(3) VALUE SPACES.
       01 WS-SEL-CAMPUS            PIC X(2) VALUE SPACES.
       01 WS-SEL-STATUS            PIC X(1) VALUE SPACES.
       01 WS-SEL-STANDING          PIC X(1) VALUE SPACES.
       01 WS-SEL-GRADE             PIC X(1) VALUE SPACES.
       01 WS-SEL-ADVISOR           PIC X(3) VALUE SPACES.
       01 WS-SEL-ADVISOR-ID        PIC 9(3) VALUE ZERO.
       01 WS-SEL-GPA-SET           PIC X VALUE "N".
       01 WS-SEL-GPA-LOW           PIC 9V99 VALUE ZERO.
       01 WS-SEL-GPA-HIGH          PIC 9V99 VALUE 9.99.
       01 WS-SEL-ATT-SET           PIC X VALUE "N".
       01 WS-SEL-ATT-LOW           PIC 9(3)V9 VALUE ZERO.
       01 WS-SEL-ATT-HIGH          PIC 9(3)V9 VALUE 999.9.
       01 WS-SEL-BAL-SET           PIC X VALUE "N".
       01 WS-SEL-BAL-LOW           PIC S9(5)V99 COMP-3
                                        VALUE -99999.99.
       01 WS-SEL-BAL-HIGH          PIC S9(5)V99 COMP-3
                                        VALUE 99999.99.
       01 WS-MATCH-FLAG            PIC X VALUE "N".
           88 WS-MATCHES           VALUE "Y".

       01 WS-MATCH-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-RUN-COUNT             PIC 9(4) VALUE ZERO.

       *> Displayed and printed forms of the criteria and a match.
       01 WS-GPA-LOW-EDIT          PIC 9.99.
       01 WS-GPA-HIGH-EDIT         PIC 9.99.
       01 WS-ATT-LOW-EDIT          PIC ZZ9.9.
       01 WS-ATT-HIGH-EDIT         PIC ZZ9.9.
       01 WS-BAL-LOW-EDIT          PIC -(5)9.99.
       01 WS-BAL-HIGH-EDIT         PIC -(5)9.99.
       01 WS-CRITERIA-LINE-1       PIC X(61).
       01 WS-CRITERIA-LINE-2       PIC X(61).
       01 WS-GPA-DISP              PIC 9.99.
       01 WS-ATTEND-DISP           PIC ZZ9.9.
       01 WS-BALANCE-DISP          PIC -(5)9.99.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-NAME-CLEAN            PIC X(42).
       01 WS-QUOTE                 PIC X(1) VALUE QUOTE.

       *> FERPACHK call arguments - as on CSVEXPT, a family that
       *> opted out of directory disclosure never leaves the
       *> building in a CSV.  The print list is for internal use and
       *> lists everyone selected.
       01 WS-FERPA-ID              PIC 9(6).
       01 WS-FERPA-FLAG            PIC X(1).
       01 WS-FERPA-COUNT           PIC 9(6) VALUE ZERO.

       *> AUDITWR call arguments - one record per selection run, the
       *> criteria in the before image and the ranges and result
       *> count in the after image.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "ADHOCSEL".
       01 WS-AUD-ACTION            PIC X(8).
       01 WS-AUD-SOURCE            PIC X(12) VALUE "SELECTION".
       01 WS-AUD-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> SYSSTAT call arguments - selection during the batch window
       *> is allowed but flagged.
       01 WS-SYS-FUNCTION          PIC X(1).
       01 WS-SYS-STATE             PIC X(1).

       *> OPERSIGN call arguments - a selection can pull balances
       *> and grades across the whole school, so it needs level 4.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 4.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

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
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "ADHOCSEL: SIGN-ON FAILED"
               STOP RUN
           END-IF

           IF WS-PRINT-DSNAME = SPACES
               STRING WS-OPERATOR-ID DELIMITED BY SPACE
                   ".lst" DELIMITED BY SIZE
                   INTO WS-PRINT-DSNAME
           END-IF
           IF WS-EXPORT-DSNAME = SPACES
               STRING WS-OPERATOR-ID DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-DSNAME
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ADHOCSEL: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               PERFORM PROCESS-CHOICE
           END-PERFORM

           CLOSE STUDENT-FILE

           DISPLAY "ADHOCSEL: " WS-RUN-COUNT " SELECTION RUN(S) AUDITED"
           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       *> The session note must never outlive the screen - a stale
       *> note would stamp overnight batch audits with an operator
       *> who went home hours ago.
       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== AD-HOC STUDENT SELECTION ====="
           DISPLAY "1. ENTER SELECTION CRITERIA"
           DISPLAY "2. SHOW CURRENT CRITERIA"
           DISPLAY "3. COUNT AND PAGE THROUGH MATCHES"
           DISPLAY "4. WRITE PRINT LIST TO " WS-PRINT-DSNAME
           DISPLAY "5. WRITE CSV TO " WS-EXPORT-DSNAME
           DISPLAY "6. CLEAR CRITERIA"
           DISPLAY "7. EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1" PERFORM ENTER-CRITERIA
               WHEN "2" PERFORM SHOW-CRITERIA
               WHEN "3" PERFORM COUNT-AND-BROWSE
               WHEN "4" PERFORM WRITE-PRINT-LIST
               WHEN "5" PERFORM WRITE-CSV-LIST
               WHEN "6" PERFORM CLEAR-CRITERIA
               WHEN "7" SET WS-DONE TO TRUE
               WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN"
           END-EVALUATE.

       *> Inquiry during the batch window is allowed but flagged -
       *> the records selected may be mid-batch.
       WARN-IF-BATCH-WINDOW.
           MOVE "Q" TO WS-SYS-FUNCTION
           CALL "SYSSTAT" USING WS-SYS-FUNCTION WS-SYS-STATE
           IF WS-SYS-STATE = "B"
               DISPLAY "*** BATCH IN PROGRESS - DATA SHOWN MAY BE "
                   "MID-UPDATE ***"
           END-IF.

       *> Every prompt takes a blank to mean "any".  A range needs
       *> only one end; the other stays open.
       ENTER-CRITERIA.
           DISPLAY "BLANK = ANY"
           DISPLAY "CLASS (3 CHARS)        : " WITH NO ADVANCING
           ACCEPT WS-SEL-CLASS
           DISPLAY "CAMPUS (C1, C2 ...)    : " WITH NO ADVANCING
           ACCEPT WS-SEL-CAMPUS
           DISPLAY "STATUS (A/D)           : " WITH NO ADVANCING
           ACCEPT WS-SEL-STATUS
           DISPLAY "STANDING (D=DEAN'S LIST, P=PROBATION, N=NEITHER): "
               WITH NO ADVANCING
           ACCEPT WS-SEL-STANDING
           DISPLAY "GRADE (A-F)            : " WITH NO ADVANCING
           ACCEPT WS-SEL-GRADE
           DISPLAY "ADVISOR EMP-ID         : " WITH NO ADVANCING
           ACCEPT WS-SEL-ADVISOR
           IF WS-SEL-ADVISOR NOT = SPACES
               COMPUTE WS-SEL-ADVISOR-ID =
                   FUNCTION NUMVAL(WS-SEL-ADVISOR)
           END-IF

           MOVE "N" TO WS-SEL-GPA-SET
           MOVE ZERO TO WS-SEL-GPA-LOW
           MOVE 9.99 TO WS-SEL-GPA-HIGH
           DISPLAY "GPA FROM               : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-GPA-LOW = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-GPA-SET
           END-IF
           DISPLAY "GPA TO                 : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-GPA-HIGH = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-GPA-SET
           END-IF

           MOVE "N" TO WS-SEL-ATT-SET
           MOVE ZERO TO WS-SEL-ATT-LOW
           MOVE 999.9 TO WS-SEL-ATT-HIGH
           DISPLAY "ATTENDANCE PCT FROM    : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-ATT-LOW = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-ATT-SET
           END-IF
           DISPLAY "ATTENDANCE PCT TO      : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-ATT-HIGH = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-ATT-SET
           END-IF

           MOVE "N" TO WS-SEL-BAL-SET
           MOVE -99999.99 TO WS-SEL-BAL-LOW
           MOVE 99999.99 TO WS-SEL-BAL-HIGH
           DISPLAY "BALANCE FROM           : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-BAL-LOW = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-BAL-SET
           END-IF
           DISPLAY "BALANCE TO             : " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               COMPUTE WS-SEL-BAL-HIGH = FUNCTION NUMVAL(WS-ENTRY)
               MOVE "Y" TO WS-SEL-BAL-SET
           END-IF

           PERFORM SHOW-CRITERIA.

       CLEAR-CRITERIA.
           MOVE SPACES TO WS-SEL-CLASS WS-SEL-CAMPUS WS-SEL-STATUS
               WS-SEL-STANDING WS-SEL-GRADE WS-SEL-ADVISOR
           MOVE ZERO TO WS-SEL-ADVISOR-ID
           MOVE "N" TO WS-SEL-GPA-SET WS-SEL-ATT-SET WS-SEL-BAL-SET
           MOVE ZERO TO WS-SEL-GPA-LOW WS-SEL-ATT-LOW
           MOVE 9.99 TO WS-SEL-GPA-HIGH
           MOVE 999.9 TO WS-SEL-ATT-HIGH
           MOVE -99999.99 TO WS-SEL-BAL-LOW
           MOVE 99999.99 TO WS-SEL-BAL-HIGH
           DISPLAY "CRITERIA CLEARED - EVERY STUDENT MATCHES".

       *> The criteria in two 61-character lines - shown on the
       *> screen, printed at the top of the list, and written as the
       *> audit images.  "*" is a criterion not in use.
       BUILD-CRITERIA-TEXT.
           MOVE WS-SEL-GPA-LOW  TO WS-GPA-LOW-EDIT
           MOVE WS-SEL-GPA-HIGH TO WS-GPA-HIGH-EDIT
           MOVE WS-SEL-ATT-LOW  TO WS-ATT-LOW-EDIT
           MOVE WS-SEL-ATT-HIGH TO WS-ATT-HIGH-EDIT
           MOVE WS-SEL-BAL-LOW  TO WS-BAL-LOW-EDIT
           MOVE WS-SEL-BAL-HIGH TO WS-BAL-HIGH-EDIT
           MOVE SPACES TO WS-CRITERIA-LINE-1 WS-CRITERIA-LINE-2
           STRING "CLASS=" WS-SEL-CLASS " CAMP=" WS-SEL-CAMPUS
               " STAT=" WS-SEL-STATUS " STND=" WS-SEL-STANDING
               " GRADE=" WS-SEL-GRADE " ADV=" WS-SEL-ADVISOR
               DELIMITED BY SIZE INTO WS-CRITERIA-LINE-1
           INSPECT WS-CRITERIA-LINE-1 (7:3) REPLACING ALL SPACE BY "*"
           INSPECT WS-CRITERIA-LINE-1 (16:2) REPLACING ALL SPACE BY "*"
           INSPECT WS-CRITERIA-LINE-1 (24:1) REPLACING ALL SPACE BY "*"
           INSPECT WS-CRITERIA-LINE-1 (31:1) REPLACING ALL SPACE BY "*"
           INSPECT WS-CRITERIA-LINE-1 (39:1) REPLACING ALL SPACE BY "*"
           INSPECT WS-CRITERIA-LINE-1 (45:3) REPLACING ALL SPACE BY "*"
           IF WS-SEL-GPA-SET = "Y"
               STRING "GPA=" WS-GPA-LOW-EDIT "-" WS-GPA-HIGH-EDIT
                   DELIMITED BY SIZE INTO WS-CRITERIA-LINE-2
           ELSE
               MOVE "GPA=*" TO WS-CRITERIA-LINE-2
           END-IF
           IF WS-SEL-ATT-SET = "Y"
               STRING "ATT=" WS-ATT-LOW-EDIT "-" WS-ATT-HIGH-EDIT
                   DELIMITED BY SIZE INTO WS-CRITERIA-LINE-2 (15:20)
           ELSE
               MOVE "ATT=*" TO WS-CRITERIA-LINE-2 (15:20)
           END-IF
           IF WS-SEL-BAL-SET = "Y"
               STRING "BAL=" WS-BAL-LOW-EDIT "/" WS-BAL-HIGH-EDIT
                   DELIMITED BY SIZE INTO WS-CRITERIA-LINE-2 (30:24)
           ELSE
               MOVE "BAL=*" TO WS-CRITERIA-LINE-2 (30:24)
           END-IF.

       SHOW-CRITERIA.
           PERFORM BUILD-CRITERIA-TEXT
           DISPLAY "SELECTION: " WS-CRITERIA-LINE-1
           DISPLAY "           " WS-CRITERIA-LINE-2.

       *> Every criterion in use must agree.  Standing "N" selects
       *> students who are neither on the dean's list nor on
       *> probation.
       TEST-ONE-STUDENT.
           MOVE "Y" TO WS-MATCH-FLAG
           IF WS-SEL-CLASS NOT = SPACES
               AND STUDENT-CLASS NOT = WS-SEL-CLASS
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-SEL-CAMPUS NOT = SPACES
               AND STUDENT-CAMPUS NOT = WS-SEL-CAMPUS
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-SEL-STATUS NOT = SPACES
               AND STUDENT-STATUS NOT = WS-SEL-STATUS
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           EVALUATE WS-SEL-STANDING
               WHEN SPACE
                   CONTINUE
               WHEN "N"
                   IF STUDENT-DEANS-LIST OR STUDENT-PROBATION
                       MOVE "N" TO WS-MATCH-FLAG
                   END-IF
               WHEN OTHER
                   IF STUDENT-STANDING NOT = WS-SEL-STANDING
                       MOVE "N" TO WS-MATCH-FLAG
                   END-IF
           END-EVALUATE
           IF WS-SEL-GRADE NOT = SPACES
               AND STUDENT-GRADE NOT = WS-SEL-GRADE
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-SEL-ADVISOR NOT = SPACES
               AND STUDENT-ADVISOR-ID NOT = WS-SEL-ADVISOR-ID
               MOVE "N" TO WS-MATCH-FLAG
           END-IF
           IF WS-SEL-GPA-SET = "Y"
               IF STUDENT-GPA < WS-SEL-GPA-LOW
                   OR STUDENT-GPA > WS-SEL-GPA-HIGH
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF
           IF WS-SEL-ATT-SET = "Y"
               IF STUDENT-ATTENDANCE-PCT < WS-SEL-ATT-LOW
                   OR STUDENT-ATTENDANCE-PCT > WS-SEL-ATT-HIGH
                   MOVE "N" TO WS-MATCH-FLAG
               END-IF
           END-IF
           IF WS-SEL-BAL-SET = "Y"
               IF STUDENT-TUITION-BALANCE IS NOT NUMERIC
                   MOVE "N" TO WS-MATCH-FLAG
               ELSE
                   IF STUDENT-TUITION-BALANCE < WS-SEL-BAL-LOW
                       OR STUDENT-TUITION-BALANCE > WS-SEL-BAL-HIGH
                       MOVE "N" TO WS-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

       *> A full pass for the count, then the operator pages through
       *> the matches ten at a time from the top of the file.
       COUNT-AND-BROWSE.
           PERFORM WARN-IF-BATCH-WINDOW
           PERFORM COUNT-MATCHES
           MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
           DISPLAY "STUDENTS SELECTED: " WS-COUNT-EDIT
           MOVE "SELECT  " TO WS-AUD-ACTION
           PERFORM AUDIT-THE-SELECTION
           IF WS-MATCH-COUNT > ZERO
               MOVE "N" TO WS-EOF WS-BROWSE-DONE
               PERFORM START-AT-FIRST-STUDENT
               PERFORM BROWSE-ONE-PAGE
                   UNTIL WS-EOF = "Y" OR WS-BROWSE-DONE = "Y"
           END-IF.

       COUNT-MATCHES.
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE "N" TO WS-EOF
           PERFORM START-AT-FIRST-STUDENT
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TEST-ONE-STUDENT
                       IF WS-MATCHES
                           ADD 1 TO WS-MATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       START-AT-FIRST-STUDENT.
           MOVE ZERO TO STUDENT-ID
           START STUDENT-FILE KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.

       BROWSE-ONE-PAGE.
           MOVE ZERO TO WS-SHOWN-ON-PAGE
           DISPLAY "ID     NAME                 CLS CP S D G GPA  "
               "  ATT   BALANCE ADV"
           PERFORM UNTIL WS-SHOWN-ON-PAGE = 10 OR WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TEST-ONE-STUDENT
                       IF WS-MATCHES
                           PERFORM FORMAT-MATCH-LINE
                           DISPLAY WS-PRINT-LINE (1:79)
                           ADD 1 TO WS-SHOWN-ON-PAGE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EOF = "Y"
               DISPLAY "END OF SELECTION"
           ELSE
               DISPLAY "M=MORE, X=BACK: " WITH NO ADVANCING
               ACCEPT WS-BROWSE-CHOICE
               IF WS-BROWSE-CHOICE = "X" OR WS-BROWSE-CHOICE = "x"
                   MOVE "Y" TO WS-BROWSE-DONE
               END-IF
           END-IF.

       FORMAT-MATCH-LINE.
           MOVE STUDENT-GPA            TO WS-GPA-DISP
           MOVE STUDENT-ATTENDANCE-PCT TO WS-ATTEND-DISP
           IF STUDENT-TUITION-BALANCE IS NUMERIC
               MOVE STUDENT-TUITION-BALANCE TO WS-BALANCE-DISP
           ELSE
               MOVE ZERO TO WS-BALANCE-DISP
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING STUDENT-ID " " STUDENT-NAME " " STUDENT-CLASS " "
               STUDENT-CAMPUS " " STUDENT-STATUS " " STUDENT-STANDING
               " " STUDENT-GRADE " " WS-GPA-DISP " " WS-ATTEND-DISP
               " " WS-BALANCE-DISP " " STUDENT-ADVISOR-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.

       *> The print list: the criteria on top, then one line per
       *> match and the count.
       WRITE-PRINT-LIST.
           PERFORM WARN-IF-BATCH-WINDOW
           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "ADHOCSEL: UNABLE TO OPEN " WS-PRINT-DSNAME
                   " STATUS=" PRINT-FS
           ELSE
               PERFORM BUILD-CRITERIA-TEXT
               MOVE SPACES TO WS-HEADING-TEXT
               STRING "ID     NAME                 CLS CP S D G GPA  "
                   "  ATT   BALANCE ADV"
                   DELIMITED BY SIZE INTO WS-HEADING-TEXT
               MOVE ZERO TO WS-PAGE-NUM
               MOVE 999 TO WS-LINE-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SELECTION " WS-CRITERIA-LINE-1
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "          " WS-CRITERIA-LINE-2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "RUN BY " WS-OPERATOR-ID
                   " - CONFIDENTIAL STUDENT DATA"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE

               MOVE ZERO TO WS-MATCH-COUNT
               MOVE "N" TO WS-EOF
               PERFORM START-AT-FIRST-STUDENT
               PERFORM UNTIL WS-EOF = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TEST-ONE-STUDENT
                           IF WS-MATCHES
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM FORMAT-MATCH-LINE
                               PERFORM PRINT-A-LINE
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               STRING "STUDENTS SELECTED: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               CLOSE PRINT-FILE
               DISPLAY "STUDENTS SELECTED: " WS-COUNT-EDIT
                   " - LIST WRITTEN TO " WS-PRINT-DSNAME
               MOVE "SELLIST " TO WS-AUD-ACTION
               PERFORM AUDIT-THE-SELECTION
           END-IF.

       *> The CSV: the same columns as CSVEXPT plus the selection
       *> fields, opted-out families held back.
       WRITE-CSV-LIST.
           PERFORM WARN-IF-BATCH-WINDOW
           OPEN OUTPUT EXPORT-FILE
           IF EXPORT-FS NOT = "00"
               DISPLAY "ADHOCSEL: UNABLE TO OPEN " WS-EXPORT-DSNAME
                   " STATUS=" EXPORT-FS
           ELSE
               MOVE SPACES TO EXPORT-LINE
               STRING "STUDENT_ID,NAME,CLASS,CAMPUS,STATUS,STANDING,"
                   "GRADE,GPA,ATTENDANCE_PCT,BALANCE,ADVISOR"
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE

               MOVE ZERO TO WS-MATCH-COUNT WS-WRITTEN-COUNT
                   WS-FERPA-COUNT
               MOVE "N" TO WS-EOF
               PERFORM START-AT-FIRST-STUDENT
               PERFORM UNTIL WS-EOF = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TEST-ONE-STUDENT
                           IF WS-MATCHES
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM Export-One-Match
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPORT-FILE

               MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
               DISPLAY "STUDENTS SELECTED: " WS-COUNT-EDIT
               DISPLAY "ROWS WRITTEN     : " WS-WRITTEN-COUNT
                   " TO " WS-EXPORT-DSNAME
               DISPLAY "FERPA SUPPRESSED : " WS-FERPA-COUNT
               MOVE "SELCSV  " TO WS-AUD-ACTION
               PERFORM AUDIT-THE-SELECTION
           END-IF.

       Export-One-Match.
           MOVE STUDENT-ID TO WS-FERPA-ID
           CALL "FERPACHK" USING WS-FERPA-ID WS-FERPA-FLAG
           IF WS-FERPA-FLAG = "Y"
               ADD 1 TO WS-FERPA-COUNT
           ELSE
               MOVE STUDENT-GPA            TO WS-GPA-DISP
               MOVE STUDENT-ATTENDANCE-PCT TO WS-ATTEND-DISP
               IF STUDENT-TUITION-BALANCE IS NUMERIC
                   MOVE STUDENT-TUITION-BALANCE TO WS-BALANCE-DISP
               ELSE
                   MOVE ZERO TO WS-BALANCE-DISP
               END-IF
               MOVE SPACES TO WS-NAME-CLEAN
               INSPECT STUDENT-NAME REPLACING ALL QUOTE BY "'"
               STRING WS-QUOTE FUNCTION TRIM(STUDENT-NAME) WS-QUOTE
                   DELIMITED BY SIZE INTO WS-NAME-CLEAN
               MOVE SPACES TO EXPORT-LINE
               STRING STUDENT-ID
                   ","
                   FUNCTION TRIM(WS-NAME-CLEAN)
                   ","
                   WS-QUOTE STUDENT-CLASS WS-QUOTE
                   ","
                   WS-QUOTE STUDENT-CAMPUS WS-QUOTE
                   ","
                   WS-QUOTE STUDENT-STATUS WS-QUOTE
                   ","
                   WS-QUOTE STUDENT-STANDING WS-QUOTE
                   ","
                   WS-QUOTE STUDENT-GRADE WS-QUOTE
                   ","
                   WS-GPA-DISP
                   ","
                   FUNCTION TRIM(WS-ATTEND-DISP)
                   ","
                   FUNCTION TRIM(WS-BALANCE-DISP)
                   ","
                   STUDENT-ADVISOR-ID
                   DELIMITED BY SIZE INTO EXPORT-LINE
               WRITE EXPORT-LINE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       *> One audit record per selection run: the action says what
       *> the operator did with it (SELECT on screen, SELLIST print,
       *> SELCSV export), the before image carries the code criteria
       *> and the after image the ranges and the count returned.
       AUDIT-THE-SELECTION.
           PERFORM BUILD-CRITERIA-TEXT
           MOVE WS-CRITERIA-LINE-1 TO WS-AUD-BEFORE
           MOVE WS-CRITERIA-LINE-2 TO WS-AUD-AFTER
           MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT
           STRING "N=" WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-AUD-AFTER (53:9)
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER
           ADD 1 TO WS-RUN-COUNT.

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
           STRING "AD-HOC STUDENT SELECTION"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SELECT-LIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SELECT-CSV-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXPORT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
