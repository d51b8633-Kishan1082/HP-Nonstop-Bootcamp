       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRPT.

      *> The nightly report set in one pass of the student master.
      *> GRADEDST, STATMTRX, CLASSRNK, ADVROSTR and ELIGCERT each
      *> read student.idx end to end on their own; this driver reads
      *> it once and feeds every report from that pass.  The two
      *> straight tallies (grade distribution, statistics matrix)
      *> accumulate as the master goes by; the three sorted reports
      *> take their input from an extract of the active students
      *> written on the same pass, so their sorts see exactly the
      *> records the master read would have given them.  Output -
      *> both print files and every console line - is what the five
      *> programs produce run one after another, and the programs
      *> themselves stay available for a one-off rerun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           SELECT LAST-ELIG-FILE ASSIGN TO WS-LASTELIG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEL-STUDENT-ID
               FILE STATUS IS LASTELIG-FS.

           *> ACTMAINT's rosters and activities - ELIGCERT certifies
           *> only rostered members of open activities.
           SELECT MEMBER-FILE ASSIGN TO WS-MEMBER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMB-KEY
               ALTERNATE RECORD KEY IS AMB-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS MEMBER-FS.

           SELECT ACTIVITY-FILE ASSIGN TO WS-ACTIVITY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CODE
               FILE STATUS IS ACTIVITY-FS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           *> The active students, copied off the one master pass for
           *> the sorted reports to draw on.
           SELECT EXTRACT-FILE ASSIGN TO "nightrpt.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FS.

           SELECT GRADE-PRINT-FILE ASSIGN TO WS-GRADEDST-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADEPRT-FS.

           SELECT CERT-PRINT-FILE ASSIGN TO WS-ELIGCERT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTPRT-FS.

           *> The same run log the batch cycle writes - the read
           *> count lands there so the batch window saving shows.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLOG-FS.

           *> CLASSRNK ranks on the weighted GPA averaged over the
           *> posted terms.  The history arrives ascending by
           *> student like the extract, so the two co-walk.
           SELECT TERM-HISTORY-FILE ASSIGN TO WS-TERMHIST-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

           SELECT RANK-WORK ASSIGN TO "rankwork.tmp".
           SELECT ROSTER-WORK ASSIGN TO "advroster.tmp".
           SELECT ELIG-WORK ASSIGN TO "eligcert.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD LAST-ELIG-FILE.
       01 LAST-ELIG-RECORD.
           05 LEL-STUDENT-ID        PIC 9(6).
           05 LEL-STATUS            PIC X(1).
           05 LEL-RULED-DATE        PIC 9(8).

       FD MEMBER-FILE.
       01 MEMBER-RECORD.
           COPY "ACTMBRRC".

       FD ACTIVITY-FILE.
       01 ACTIVITY-RECORD.
           COPY "ACTVTYRC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       *> A student record image, read back INTO STUDENT-RECORD.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD            PIC X(61).

       FD GRADE-PRINT-FILE.
       01 GRADE-PRINT-RECORD        PIC X(100).

       FD CERT-PRINT-FILE.
       01 CERT-PRINT-RECORD         PIC X(100).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD            PIC X(60).

       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       SD RANK-WORK.
       01 RANK-WORK-RECORD.
           05 RNK-CLASS             PIC X(3).
           05 RNK-GPA-KEY           PIC 9(3).
           05 RNK-STUDENT-ID        PIC 9(6).
           05 RNK-STUDENT-NAME      PIC X(20).
           05 RNK-ATTENDANCE-PCT    USAGE COMP-1.

       SD ROSTER-WORK.
       01 ROSTER-WORK-RECORD.
           05 RST-ADVISOR-ID        PIC 9(3).
           05 RST-STUDENT-ID        PIC 9(6).
           05 RST-STUDENT-NAME      PIC X(20).
           05 RST-CLASS             PIC X(3).

       SD ELIG-WORK.
       01 ELIG-WORK-RECORD.
           05 ELW-COACH-ID          PIC 9(3).
           05 ELW-COACH-NAME        PIC X(20).
           05 ELW-ACTIVITY          PIC X(4).
           05 ELW-ACTIVITY-NAME     PIC X(20).
           05 ELW-SEASON            PIC X(1).
           05 ELW-STUDENT-ID        PIC 9(6).
           05 ELW-STUDENT-NAME      PIC X(20).
           05 ELW-STATUS            PIC X(1).
           05 ELW-REASON            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-LASTELIG-DSNAME        PIC X(40) VALUE "eliglast.idx".
       01 WS-GRADEDST-DSNAME        PIC X(40) VALUE "gradedst.rpt".
       01 WS-ELIGCERT-DSNAME        PIC X(40) VALUE "eligcert.rpt".
       01 WS-MEMBER-DSNAME          PIC X(40) VALUE "actmbr.idx".
       01 WS-ACTIVITY-DSNAME        PIC X(40) VALUE "activity.idx".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-RUNLOG-DSNAME          PIC X(40) VALUE "runlog.dat".
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 LASTELIG-FS              PIC XX.
       01 EXTRACT-FS               PIC XX.
       01 GRADEPRT-FS              PIC XX.
       01 CERTPRT-FS               PIC XX.
       01 RUNLOG-FS                PIC XX.
       01 MEMBER-FS                PIC XX.
       01 ACTIVITY-FS              PIC XX.
       01 HOLD-FS                  PIC XX.
       01 TH-FS                    PIC XX.
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-EXTRACT-EOF           PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-LOG-LINE              PIC X(60).

       *> NIGHT-REPORTS turns each report on or off, one Y/N per
       *> report in the order GRADEDST STATMTRX CLASSRNK ADVROSTR
       *> ELIGCERT - "YYNNY" runs all but the ranking and rosters.
       01 WS-REPORT-SELECT         PIC X(5) VALUE "YYYYY".
       01 WS-REPORT-FLAGS REDEFINES WS-REPORT-SELECT.
           05 WS-SEL-GRADEDST      PIC X(1).
               88 WS-RUN-GRADEDST  VALUE "Y".
           05 WS-SEL-STATMTRX      PIC X(1).
               88 WS-RUN-STATMTRX  VALUE "Y".
           05 WS-SEL-CLASSRNK      PIC X(1).
               88 WS-RUN-CLASSRNK  VALUE "Y".
           05 WS-SEL-ADVROSTR      PIC X(1).
               88 WS-RUN-ADVROSTR  VALUE "Y".
           05 WS-SEL-ELIGCERT      PIC X(1).
               88 WS-RUN-ELIGCERT  VALUE "Y".
       01 WS-EXTRACT-WANTED        PIC X VALUE "N".
           88 WS-NEED-EXTRACT      VALUE "Y".

       *> The saving this run exists for: one master read per
       *> record, however many reports are selected.
       01 WS-MASTER-READS          PIC 9(6) VALUE ZERO.
       01 WS-EXTRACT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-EXTRACT-READS         PIC 9(6) VALUE ZERO.
       01 WS-REPORTS-RUN           PIC 9(1) VALUE ZERO.

       *> When set (CAMPUS-FILTER), GRADEDST, STATMTRX and CLASSRNK
       *> take only that campus's records, as they do run alone.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       01 WS-BD-FUNCTION           PIC X(1).
       01 WS-REPORT-DATE           PIC 9(8) VALUE ZERO.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.

       *> GRADEDST accumulators and print plumbing.
       01 WS-STUDENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-GRADE-A-CNT           PIC 9(6) VALUE ZERO.
       01 WS-GRADE-B-CNT           PIC 9(6) VALUE ZERO.
       01 WS-GRADE-C-CNT           PIC 9(6) VALUE ZERO.
       01 WS-GRADE-D-CNT           PIC 9(6) VALUE ZERO.
       01 WS-GRADE-F-CNT           PIC 9(6) VALUE ZERO.
       01 WS-GRADE-OTHER-CNT       PIC 9(6) VALUE ZERO.
       01 WS-GRADE-LETTER          PIC X(1).
       01 WS-GRADE-CNT             PIC 9(6).
       01 WS-PERCENT               PIC ZZ9.99.
       01 WS-GRADE-LINE-COUNT      PIC 9(3) VALUE 999.
       01 WS-GRADE-PAGE-NUM        PIC 9(4) VALUE ZERO.
       01 WS-GRADE-PAGE-EDIT       PIC ZZZ9.

       *> STATMTRX accumulators.
       01 WS-BAD-DATA-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-CLASS-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-CLASS-TABLE.
           05 WS-CLS-ENTRY OCCURS 20 TIMES INDEXED BY WS-CLS-IX.
               10 WS-CLS-CODE       PIC X(3).
               10 WS-CLS-ACTIVE     PIC 9(6).
               10 WS-CLS-DEACT      PIC 9(6).
               10 WS-CLS-GPA-TOT    USAGE COMP-2.
               10 WS-CLS-ATT-TOT    USAGE COMP-2.
               10 WS-CLS-BAL-TOT    PIC S9(7)V99 COMP-3.
       01 WS-CLS-SUB               PIC 9(2) COMP.
       01 WS-SCH-ACTIVE            PIC 9(6) VALUE ZERO.
       01 WS-SCH-DEACT             PIC 9(6) VALUE ZERO.
       01 WS-SCH-GPA-TOT           USAGE COMP-2 VALUE ZERO.
       01 WS-SCH-ATT-TOT           USAGE COMP-2 VALUE ZERO.
       01 WS-SCH-BAL-TOT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GPA-AVG               USAGE COMP-2 VALUE ZERO.
       01 WS-ATT-AVG               USAGE COMP-2 VALUE ZERO.
       01 WS-BAL-AVG               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GPA-EDIT              PIC Z9.99.
       01 WS-ATT-EDIT              PIC ZZ9.9.
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-EDIT              PIC X(12).
       01 WS-AVG-EDIT              PIC X(12).

       *> CLASSRNK working fields.
       01 WS-RANKED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-CLASS         PIC X(3) VALUE SPACES.
       01 WS-RANK-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-SEQ-IN-CLASS          PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-RANK          PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-GPA-KEY         PIC 9(3) VALUE ZERO.
       01 WS-GPA-DISPLAY           PIC 9V99.
       01 WS-ATTEND-EDIT           PIC ZZ9.9.
       01 WS-TIE-MARK              PIC X(1).
       *> Weighted-GPA gathering, as CLASSRNK does it: the
       *> student's term weighted GPAs averaged, the master GPA for
       *> a student with no posted terms, and the ceiling an A in
       *> an advanced section as GPAWGHT scores it.
       01 WS-HIST-EOF              PIC X VALUE "N".
       01 WS-TERM-COUNT            PIC 9(3) COMP VALUE ZERO.
       01 WS-WEIGHTED-SUM          USAGE COMP-1.
       01 WS-RANK-GPA              USAGE COMP-1.
       01 WS-HIST-RANKED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-CEILING-CATEGORY      PIC X(1) VALUE "A".
       01 WS-CEILING-GRADE         PIC X(1) VALUE "A".
       01 WS-CEILING-POINTS        PIC 9V9.

       *> ADVROSTR working fields.
       01 WS-CURRENT-ADVISOR       PIC 9(3) VALUE 999.
       01 WS-ROSTER-FIRST-RECORD   PIC X VALUE "Y".
       01 WS-CASELOAD              PIC 9(4) VALUE ZERO.
       01 WS-ADVISED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-FERPA-ID              PIC 9(6).
       01 WS-FERPA-FLAG            PIC X(1).
       01 WS-FERPA-COUNT           PIC 9(6) VALUE ZERO.

       *> ELIGCERT working fields and the league's rules.
       01 WS-ELIGIBLE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-INELIGIBLE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ROSTER-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-MEMBER-EOF            PIC X VALUE "N".
       01 WS-RULED-FLAG            PIC X(1).
           88 WS-STUDENT-RULED     VALUE "Y".
       01 WS-CURRENT-COACH         PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-ACTIVITY      PIC X(4) VALUE SPACES.
       01 WS-THIS-STATUS           PIC X(1).
       01 WS-THIS-REASON           PIC X(30).
       01 WS-MIN-GPA               USAGE COMP-1 VALUE 2.0.
       01 WS-MIN-ATTEND            USAGE COMP-1 VALUE 85.0.
       01 WS-COLL-CHECK-ID         PIC 9(6).
       01 WS-PLACED-FLAG           PIC X(1).
           88 WS-ACCT-PLACED       VALUE "Y".
       01 WS-PLACED-REASON         PIC X(30).
       01 WS-HEALTH-FLAG           PIC X(1).
           88 WS-HEALTH-HELD       VALUE "Y".
       01 WS-CERT-LINE-COUNT       PIC 9(3) VALUE 999.
       01 WS-CERT-PAGE-NUM         PIC 9(4) VALUE ZERO.
       01 WS-CERT-PAGE-EDIT        PIC ZZZ9.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-REPORT-DATE
           MOVE LOW-VALUES TO WS-CLASS-TABLE
           IF WS-RUN-CLASSRNK OR WS-RUN-ADVROSTR OR WS-RUN-ELIGCERT
               SET WS-NEED-EXTRACT TO TRUE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "NIGHTRPT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF
           IF WS-NEED-EXTRACT
               OPEN OUTPUT EXTRACT-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM Feed-One-Student
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
           IF WS-NEED-EXTRACT
               CLOSE EXTRACT-FILE
           END-IF

           IF WS-RUN-GRADEDST
               PERFORM RUN-GRADE-DISTRIBUTION
           END-IF
           IF WS-RUN-STATMTRX
               PERFORM RUN-STATISTICS-MATRIX
           END-IF
           IF WS-RUN-CLASSRNK
               PERFORM RUN-CLASS-RANKING
           END-IF
           IF WS-RUN-ADVROSTR
               PERFORM RUN-ADVISEE-ROSTERS
           END-IF
           IF WS-RUN-ELIGCERT
               PERFORM RUN-ELIGIBILITY-CERT
           END-IF

           PERFORM WRITE-RUN-SUMMARY

           STOP RUN.

       *> The one read each record gets.  Each report's screen is
       *> the one it applies reading the master itself.
       Feed-One-Student.
           ADD 1 TO WS-MASTER-READS
           IF WS-RUN-GRADEDST
               AND STUDENT-ACTIVE
               AND (WS-CAMPUS-FILTER = SPACES
                   OR STUDENT-CAMPUS = WS-CAMPUS-FILTER)
               PERFORM TALLY-GRADE
           END-IF
           IF WS-RUN-STATMTRX
               AND (WS-CAMPUS-FILTER = SPACES
                   OR STUDENT-CAMPUS = WS-CAMPUS-FILTER)
               PERFORM TALLY-ONE-STUDENT
           END-IF
           IF WS-NEED-EXTRACT AND STUDENT-ACTIVE
               WRITE EXTRACT-RECORD FROM STUDENT-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF.

       *> Reads the next extracted student back into the master's
       *> record layout, so each sort's input procedure works on
       *> STUDENT-RECORD exactly as it would off the master.
       READ-EXTRACT.
           READ EXTRACT-FILE INTO STUDENT-RECORD
               AT END MOVE "Y" TO WS-EXTRACT-EOF
               NOT AT END ADD 1 TO WS-EXTRACT-READS
           END-READ.

       OPEN-EXTRACT.
           MOVE "N" TO WS-EXTRACT-EOF
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FS NOT = "00"
               DISPLAY "NIGHTRPT: UNABLE TO OPEN EXTRACT, STATUS="
                   EXTRACT-FS
               MOVE "Y" TO WS-EXTRACT-EOF
           END-IF.

       CLOSE-EXTRACT.
           IF EXTRACT-FS = "00" OR EXTRACT-FS = "10"
               CLOSE EXTRACT-FILE
           END-IF.

       *> GRADEDST - grade distribution to gradedst.rpt.
       RUN-GRADE-DISTRIBUTION.
           ADD 1 TO WS-REPORTS-RUN
           OPEN OUTPUT GRADE-PRINT-FILE
           PERFORM PRINT-GRADE-LINE
           PERFORM PRINT-SUMMARY-PAGE
           CLOSE GRADE-PRINT-FILE
           DISPLAY "GRADEDST: REPORT SPOOLED TO " WS-GRADEDST-DSNAME.

       TALLY-GRADE.
           ADD 1 TO WS-STUDENT-COUNT
           EVALUATE STUDENT-GRADE
               WHEN "A" ADD 1 TO WS-GRADE-A-CNT
               WHEN "B" ADD 1 TO WS-GRADE-B-CNT
               WHEN "C" ADD 1 TO WS-GRADE-C-CNT
               WHEN "D" ADD 1 TO WS-GRADE-D-CNT
               WHEN "F" ADD 1 TO WS-GRADE-F-CNT
               WHEN OTHER ADD 1 TO WS-GRADE-OTHER-CNT
           END-EVALUATE.

       PRINT-GRADE-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACTIVE STUDENTS COUNTED: " WS-STUDENT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-GRADE-A-LINE

           IF WS-STUDENT-COUNT = 0
               MOVE "NO ACTIVE STUDENTS TO REPORT ON"
                   TO WS-PRINT-LINE
               PERFORM PRINT-GRADE-A-LINE
           ELSE
               MOVE WS-GRADE-A-CNT TO WS-GRADE-CNT
               MOVE "A" TO WS-GRADE-LETTER
               PERFORM REPORT-ONE-GRADE

               MOVE WS-GRADE-B-CNT TO WS-GRADE-CNT
               MOVE "B" TO WS-GRADE-LETTER
               PERFORM REPORT-ONE-GRADE

               MOVE WS-GRADE-C-CNT TO WS-GRADE-CNT
               MOVE "C" TO WS-GRADE-LETTER
               PERFORM REPORT-ONE-GRADE

               MOVE WS-GRADE-D-CNT TO WS-GRADE-CNT
               MOVE "D" TO WS-GRADE-LETTER
               PERFORM REPORT-ONE-GRADE

               MOVE WS-GRADE-F-CNT TO WS-GRADE-CNT
               MOVE "F" TO WS-GRADE-LETTER
               PERFORM REPORT-ONE-GRADE

               IF WS-GRADE-OTHER-CNT > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "UNRECOGNIZED GRADE: " WS-GRADE-OTHER-CNT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-GRADE-A-LINE
               END-IF
           END-IF.

       PRINT-SUMMARY-PAGE.
           PERFORM PRINT-GRADE-HEADING
           MOVE "REPORT SUMMARY" TO WS-PRINT-LINE
           PERFORM PRINT-GRADE-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ACTIVE STUDENTS COUNTED: " WS-STUDENT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-GRADE-A-LINE.

       REPORT-ONE-GRADE.
           COMPUTE WS-PERCENT ROUNDED =
               (WS-GRADE-CNT / WS-STUDENT-COUNT) * 100
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GRADE " WS-GRADE-LETTER ": " WS-GRADE-CNT
               " (" WS-PERCENT "%)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-GRADE-A-LINE.

       PRINT-GRADE-A-LINE.
           IF WS-GRADE-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-GRADE-HEADING
           END-IF
           WRITE GRADE-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-GRADE-LINE-COUNT.

       PRINT-GRADE-HEADING.
           ADD 1 TO WS-GRADE-PAGE-NUM
           MOVE WS-GRADE-PAGE-NUM TO WS-GRADE-PAGE-EDIT
           MOVE SPACES TO GRADE-PRINT-RECORD
           STRING "GRADE DISTRIBUTION SUMMARY"
               "  BUSINESS DATE " WS-REPORT-DATE
               "  PAGE " WS-GRADE-PAGE-EDIT
               DELIMITED BY SIZE INTO GRADE-PRINT-RECORD
           WRITE GRADE-PRINT-RECORD
           MOVE SPACES TO GRADE-PRINT-RECORD
           STRING "GRADE COUNTS FOR ACTIVE STUDENTS"
               DELIMITED BY SIZE INTO GRADE-PRINT-RECORD
           WRITE GRADE-PRINT-RECORD
           MOVE SPACES TO GRADE-PRINT-RECORD
           WRITE GRADE-PRINT-RECORD
           MOVE 3 TO WS-GRADE-LINE-COUNT.

       *> STATMTRX - school statistics matrix to the console.
       RUN-STATISTICS-MATRIX.
           ADD 1 TO WS-REPORTS-RUN
           DISPLAY "===== SCHOOL STATISTICS MATRIX ====="
           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
                   UNTIL WS-CLS-SUB > WS-CLASS-COUNT
               PERFORM PRINT-CLASS-LINE
           END-PERFORM

           PERFORM PRINT-SCHOOL-LINE

           IF WS-BAD-DATA-COUNT > 0
               DISPLAY "RECORDS WITH BAD BALANCE DATA: "
                   WS-BAD-DATA-COUNT
           END-IF.

       TALLY-ONE-STUDENT.
           PERFORM LOCATE-CLASS-ROW
           IF STUDENT-DEACTIVATED
               ADD 1 TO WS-CLS-DEACT (WS-CLS-IX)
               ADD 1 TO WS-SCH-DEACT
           ELSE
               ADD 1 TO WS-CLS-ACTIVE (WS-CLS-IX)
               ADD 1 TO WS-SCH-ACTIVE
               ADD STUDENT-GPA TO WS-CLS-GPA-TOT (WS-CLS-IX)
               ADD STUDENT-GPA TO WS-SCH-GPA-TOT
               ADD STUDENT-ATTENDANCE-PCT
                   TO WS-CLS-ATT-TOT (WS-CLS-IX)
               ADD STUDENT-ATTENDANCE-PCT TO WS-SCH-ATT-TOT
               IF STUDENT-TUITION-BALANCE IS NUMERIC
                   ADD STUDENT-TUITION-BALANCE
                       TO WS-CLS-BAL-TOT (WS-CLS-IX)
                   ADD STUDENT-TUITION-BALANCE TO WS-SCH-BAL-TOT
               ELSE
                   ADD 1 TO WS-BAD-DATA-COUNT
               END-IF
           END-IF.

       LOCATE-CLASS-ROW.
           SET WS-CLS-IX TO 1
           SEARCH WS-CLS-ENTRY
               AT END
                   IF WS-CLASS-COUNT < 20
                       ADD 1 TO WS-CLASS-COUNT
                       SET WS-CLS-IX TO WS-CLASS-COUNT
                       MOVE STUDENT-CLASS TO WS-CLS-CODE (WS-CLS-IX)
                       MOVE ZERO TO WS-CLS-ACTIVE (WS-CLS-IX)
                       MOVE ZERO TO WS-CLS-DEACT (WS-CLS-IX)
                       MOVE ZERO TO WS-CLS-GPA-TOT (WS-CLS-IX)
                       MOVE ZERO TO WS-CLS-ATT-TOT (WS-CLS-IX)
                       MOVE ZERO TO WS-CLS-BAL-TOT (WS-CLS-IX)
                   ELSE
                       DISPLAY "STATMTRX: CLASS TABLE FULL, "
                           STUDENT-CLASS " FOLDED INTO LAST ROW"
                       SET WS-CLS-IX TO WS-CLASS-COUNT
                   END-IF
               WHEN WS-CLS-CODE (WS-CLS-IX) = STUDENT-CLASS
                   CONTINUE
           END-SEARCH.

       PRINT-CLASS-LINE.
           MOVE WS-CLS-BAL-TOT (WS-CLS-SUB) TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-TOT-EDIT
           IF WS-CLS-ACTIVE (WS-CLS-SUB) > ZERO
               COMPUTE WS-GPA-AVG = WS-CLS-GPA-TOT (WS-CLS-SUB)
                   / WS-CLS-ACTIVE (WS-CLS-SUB)
               COMPUTE WS-ATT-AVG = WS-CLS-ATT-TOT (WS-CLS-SUB)
                   / WS-CLS-ACTIVE (WS-CLS-SUB)
               COMPUTE WS-BAL-AVG ROUNDED =
                   WS-CLS-BAL-TOT (WS-CLS-SUB)
                   / WS-CLS-ACTIVE (WS-CLS-SUB)
           ELSE
               MOVE ZERO TO WS-GPA-AVG WS-ATT-AVG WS-BAL-AVG
           END-IF
           MOVE WS-BAL-AVG TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AVG-EDIT
           MOVE WS-GPA-AVG TO WS-GPA-EDIT
           MOVE WS-ATT-AVG TO WS-ATT-EDIT
           DISPLAY " "
           DISPLAY "CLASS " WS-CLS-CODE (WS-CLS-SUB)
               "  ACTIVE " WS-CLS-ACTIVE (WS-CLS-SUB)
               "  DEACTIVATED " WS-CLS-DEACT (WS-CLS-SUB)
           DISPLAY "   AVG GPA " WS-GPA-EDIT
               "  AVG ATTENDANCE " WS-ATT-EDIT "%"
           DISPLAY "   TOTAL BALANCE " WS-TOT-EDIT
               "  AVG BALANCE " WS-AVG-EDIT.

       PRINT-SCHOOL-LINE.
           MOVE WS-SCH-BAL-TOT TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-TOT-EDIT
           IF WS-SCH-ACTIVE > ZERO
               COMPUTE WS-GPA-AVG = WS-SCH-GPA-TOT / WS-SCH-ACTIVE
               COMPUTE WS-ATT-AVG = WS-SCH-ATT-TOT / WS-SCH-ACTIVE
               COMPUTE WS-BAL-AVG ROUNDED =
                   WS-SCH-BAL-TOT / WS-SCH-ACTIVE
           ELSE
               MOVE ZERO TO WS-GPA-AVG WS-ATT-AVG WS-BAL-AVG
           END-IF
           MOVE WS-BAL-AVG TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AVG-EDIT
           MOVE WS-GPA-AVG TO WS-GPA-EDIT
           MOVE WS-ATT-AVG TO WS-ATT-EDIT
           DISPLAY " "
           DISPLAY "SCHOOL TOTALS"
           DISPLAY "   ACTIVE " WS-SCH-ACTIVE
               "  DEACTIVATED " WS-SCH-DEACT
           DISPLAY "   AVG GPA " WS-GPA-EDIT
               "  AVG ATTENDANCE " WS-ATT-EDIT "%"
           DISPLAY "   TOTAL BALANCE " WS-TOT-EDIT
               "  AVG BALANCE " WS-AVG-EDIT.

       *> CLASSRNK - class ranking by weighted GPA to the console.
       RUN-CLASS-RANKING.
           ADD 1 TO WS-REPORTS-RUN
           CALL "GPAWGHT" USING WS-CEILING-CATEGORY WS-CEILING-GRADE
               WS-CEILING-POINTS
           DISPLAY "===== CLASS RANKING BY WEIGHTED GPA ====="

           SORT RANK-WORK
               ON ASCENDING KEY RNK-CLASS
               ON DESCENDING KEY RNK-GPA-KEY
               ON ASCENDING KEY RNK-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-RANK-STUDENTS
               OUTPUT PROCEDURE IS PRINT-RANKINGS

           DISPLAY " "
           DISPLAY "STUDENTS RANKED    : " WS-RANKED-COUNT
           DISPLAY "RANKED FROM HISTORY: " WS-HIST-RANKED-COUNT
           DISPLAY "SKIPPED (BAD DATA) : " WS-SKIPPED-COUNT.

       RELEASE-RANK-STUDENTS.
           PERFORM OPEN-EXTRACT
           OPEN INPUT TERM-HISTORY-FILE
           IF TH-FS = "00"
               PERFORM READ-NEXT-HISTORY
           ELSE
               DISPLAY "CLASSRNK: NO TERM HISTORY ON FILE - "
                   "RANKING ON THE MASTER GPA"
               MOVE "Y" TO WS-HIST-EOF
           END-IF
           PERFORM READ-EXTRACT
           PERFORM UNTIL WS-EXTRACT-EOF = "Y"
               PERFORM GATHER-WEIGHTED-GPA
               IF WS-CAMPUS-FILTER = SPACES
                   OR STUDENT-CAMPUS = WS-CAMPUS-FILTER
                   PERFORM RELEASE-ONE-STUDENT
               END-IF
               PERFORM READ-EXTRACT
           END-PERFORM
           PERFORM CLOSE-EXTRACT
           IF TH-FS = "00" OR TH-FS = "10"
               CLOSE TERM-HISTORY-FILE
           END-IF.

       *> Skip history rows for IDs below this student (students no
       *> longer extracted), then average this student's weighted
       *> term GPAs.
       GATHER-WEIGHTED-GPA.
           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR TH-STUDENT-ID NOT < STUDENT-ID
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           MOVE ZERO TO WS-TERM-COUNT
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR TH-STUDENT-ID NOT = STUDENT-ID
               ADD 1 TO WS-TERM-COUNT
               COMPUTE WS-WEIGHTED-SUM =
                   WS-WEIGHTED-SUM + TH-TERM-WEIGHTED-GPA
               PERFORM READ-NEXT-HISTORY
           END-PERFORM

           IF WS-TERM-COUNT > ZERO
               COMPUTE WS-RANK-GPA = WS-WEIGHTED-SUM / WS-TERM-COUNT
           ELSE
               MOVE STUDENT-GPA TO WS-RANK-GPA
           END-IF.

       READ-NEXT-HISTORY.
           READ TERM-HISTORY-FILE
               AT END MOVE "Y" TO WS-HIST-EOF
           END-READ.

       *> A GPA below zero or past the weighted ceiling is bad data,
       *> not a rank - it would otherwise sort to the top of the
       *> class.
       RELEASE-ONE-STUDENT.
           IF WS-RANK-GPA < 0 OR WS-RANK-GPA > WS-CEILING-POINTS
               DISPLAY "CLASSRNK: SKIPPED, ID=" STUDENT-ID
                   " GPA OUT OF RANGE"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-TERM-COUNT > ZERO
                   ADD 1 TO WS-HIST-RANKED-COUNT
               END-IF
               MOVE STUDENT-CLASS TO RNK-CLASS
               COMPUTE RNK-GPA-KEY ROUNDED = WS-RANK-GPA * 100
               MOVE STUDENT-ID    TO RNK-STUDENT-ID
               MOVE STUDENT-NAME  TO RNK-STUDENT-NAME
               MOVE STUDENT-ATTENDANCE-PCT TO RNK-ATTENDANCE-PCT
               RELEASE RANK-WORK-RECORD
           END-IF.

       PRINT-RANKINGS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN RANK-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Rank
               END-RETURN
           END-PERFORM.

       Print-One-Rank.
           IF WS-RANK-FIRST-RECORD = "Y"
               OR RNK-CLASS NOT = WS-CURRENT-CLASS
               MOVE "N" TO WS-RANK-FIRST-RECORD
               MOVE RNK-CLASS TO WS-CURRENT-CLASS
               MOVE ZERO TO WS-SEQ-IN-CLASS WS-CURRENT-RANK
               MOVE ZERO TO WS-PRIOR-GPA-KEY
               DISPLAY " "
               DISPLAY "CLASS " WS-CURRENT-CLASS
               DISPLAY "RANK  ID    NAME                 W-GPA "
                   "ATTENDANCE"
           END-IF

           ADD 1 TO WS-SEQ-IN-CLASS
           IF WS-SEQ-IN-CLASS = 1
               OR RNK-GPA-KEY NOT = WS-PRIOR-GPA-KEY
               MOVE WS-SEQ-IN-CLASS TO WS-CURRENT-RANK
               MOVE SPACE TO WS-TIE-MARK
           ELSE
               MOVE "=" TO WS-TIE-MARK
           END-IF
           MOVE RNK-GPA-KEY TO WS-PRIOR-GPA-KEY

           COMPUTE WS-GPA-DISPLAY = RNK-GPA-KEY / 100
           MOVE WS-GPA-DISPLAY TO WS-GPA-EDIT
           MOVE RNK-ATTENDANCE-PCT TO WS-ATTEND-EDIT
           DISPLAY WS-CURRENT-RANK WS-TIE-MARK "  "
               RNK-STUDENT-ID "  " RNK-STUDENT-NAME " "
               WS-GPA-EDIT "  " WS-ATTEND-EDIT "%"
           ADD 1 TO WS-RANKED-COUNT.

       *> ADVROSTR - advisee rosters to the console.  Without the
       *> employee file the rosters are skipped, as ADVROSTR stops
       *> without them, but the rest of the night's reports still
       *> run.
       RUN-ADVISEE-ROSTERS.
           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "ADVROSTR: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               MOVE "N" TO WS-SEL-ADVROSTR
           ELSE
               ADD 1 TO WS-REPORTS-RUN
               DISPLAY "===== ADVISEE ROSTERS BY ADVISOR ====="

               SORT ROSTER-WORK
                   ON ASCENDING KEY RST-ADVISOR-ID
                   ON ASCENDING KEY RST-STUDENT-ID
                   INPUT PROCEDURE IS RELEASE-ROSTER-STUDENTS
                   OUTPUT PROCEDURE IS PRINT-ROSTERS

               IF WS-ROSTER-FIRST-RECORD = "N"
                   PERFORM END-OF-ADVISOR
               END-IF

               CLOSE EMP-FILE

               DISPLAY " "
               DISPLAY "STUDENTS WITH ADVISORS: " WS-ADVISED-COUNT
               DISPLAY "UNASSIGNED            : " WS-UNASSIGNED-COUNT
               DISPLAY "FERPA SUPPRESSED      : " WS-FERPA-COUNT
           END-IF.

       RELEASE-ROSTER-STUDENTS.
           PERFORM OPEN-EXTRACT
           PERFORM READ-EXTRACT
           PERFORM UNTIL WS-EXTRACT-EOF = "Y"
               *> An opted-out family's child never lists on a
               *> circulated roster.
               MOVE STUDENT-ID TO WS-FERPA-ID
               CALL "FERPACHK" USING WS-FERPA-ID WS-FERPA-FLAG
               IF WS-FERPA-FLAG = "Y"
                   ADD 1 TO WS-FERPA-COUNT
               ELSE
                   MOVE STUDENT-ADVISOR-ID TO RST-ADVISOR-ID
                   MOVE STUDENT-ID TO RST-STUDENT-ID
                   MOVE STUDENT-NAME TO RST-STUDENT-NAME
                   MOVE STUDENT-CLASS TO RST-CLASS
                   RELEASE ROSTER-WORK-RECORD
               END-IF
               PERFORM READ-EXTRACT
           END-PERFORM
           PERFORM CLOSE-EXTRACT.

       PRINT-ROSTERS.
           MOVE "N" TO WS-WORK-EOF
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ROSTER-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM PRINT-ROSTER-LINE
               END-RETURN
           END-PERFORM.

       PRINT-ROSTER-LINE.
           IF WS-ROSTER-FIRST-RECORD = "Y"
               OR RST-ADVISOR-ID NOT = WS-CURRENT-ADVISOR
               IF WS-ROSTER-FIRST-RECORD = "N"
                   PERFORM END-OF-ADVISOR
               END-IF
               MOVE "N" TO WS-ROSTER-FIRST-RECORD
               MOVE RST-ADVISOR-ID TO WS-CURRENT-ADVISOR
               PERFORM PRINT-ADVISOR-HEADING
           END-IF

           DISPLAY "    " RST-STUDENT-ID " " RST-STUDENT-NAME
               " CLASS " RST-CLASS
           ADD 1 TO WS-CASELOAD
           IF RST-ADVISOR-ID = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               ADD 1 TO WS-ADVISED-COUNT
           END-IF.

       PRINT-ADVISOR-HEADING.
           DISPLAY " "
           IF WS-CURRENT-ADVISOR = ZERO
               DISPLAY "*** NO ADVISOR ASSIGNED ***"
           ELSE
               MOVE WS-CURRENT-ADVISOR TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       DISPLAY "ADVISOR " WS-CURRENT-ADVISOR
                           " (NOT ON EMPLOYEE FILE)"
                   NOT INVALID KEY
                       DISPLAY "ADVISOR " WS-CURRENT-ADVISOR " "
                           EMP-NAME
               END-READ
           END-IF.

       END-OF-ADVISOR.
           DISPLAY "    CASELOAD: " WS-CASELOAD
           MOVE ZERO TO WS-CASELOAD.

       *> ELIGCERT - weekly eligibility certification to
       *> eligcert.rpt, last week's rulings replaced as it goes.
       *> Without the rosters, activities or employee file the
       *> certification is skipped, as ELIGCERT stops without
       *> them, but the rest of the night's reports still run.
       RUN-ELIGIBILITY-CERT.
           OPEN INPUT MEMBER-FILE
           OPEN INPUT ACTIVITY-FILE
           OPEN INPUT EMP-FILE
           IF MEMBER-FS NOT = "00" OR ACTIVITY-FS NOT = "00"
                   OR EMP-FS NOT = "00"
               DISPLAY "ELIGCERT: UNABLE TO OPEN ROSTER FILES, "
                   "STATUS=" MEMBER-FS "/" ACTIVITY-FS "/" EMP-FS
               IF MEMBER-FS = "00"
                   CLOSE MEMBER-FILE
               END-IF
               IF ACTIVITY-FS = "00"
                   CLOSE ACTIVITY-FILE
               END-IF
               IF EMP-FS = "00"
                   CLOSE EMP-FILE
               END-IF
               MOVE "N" TO WS-SEL-ELIGCERT
           ELSE
               PERFORM CERTIFY-THE-ROSTERS
           END-IF.

       CERTIFY-THE-ROSTERS.
           ADD 1 TO WS-REPORTS-RUN
           OPEN INPUT HOLD-FILE
           IF HOLD-FS = "00"
               SET WS-HAVE-HOLDS TO TRUE
           END-IF

           OPEN I-O LAST-ELIG-FILE
           IF LASTELIG-FS NOT = "00"
               OPEN OUTPUT LAST-ELIG-FILE
               CLOSE LAST-ELIG-FILE
               OPEN I-O LAST-ELIG-FILE
           END-IF

           OPEN OUTPUT CERT-PRINT-FILE

           SORT ELIG-WORK
               ON ASCENDING KEY ELW-COACH-ID
               ON ASCENDING KEY ELW-ACTIVITY
               ON ASCENDING KEY ELW-STUDENT-ID
               INPUT PROCEDURE IS RULE-ON-STUDENTS
               OUTPUT PROCEDURE IS PRINT-THE-ROSTER

           PERFORM PRINT-CERT-FOOTER
           CLOSE CERT-PRINT-FILE
           CLOSE LAST-ELIG-FILE
           CLOSE MEMBER-FILE
           CLOSE ACTIVITY-FILE
           CLOSE EMP-FILE
           IF WS-HAVE-HOLDS
               CLOSE HOLD-FILE
           END-IF

           DISPLAY "===== WEEKLY ELIGIBILITY CERTIFICATION ====="
           DISPLAY "ELIGIBLE       : " WS-ELIGIBLE-COUNT
           DISPLAY "INELIGIBLE     : " WS-INELIGIBLE-COUNT
           DISPLAY "CHANGED VS LAST: " WS-CHANGED-COUNT
           DISPLAY "ROSTER PLACES  : " WS-ROSTER-COUNT
           DISPLAY "ELIGCERT: ROSTER SPOOLED TO " WS-ELIGCERT-DSNAME.

       RULE-ON-STUDENTS.
           PERFORM OPEN-EXTRACT
           PERFORM READ-EXTRACT
           PERFORM UNTIL WS-EXTRACT-EOF = "Y"
               PERFORM CERTIFY-IF-ROSTERED
               PERFORM READ-EXTRACT
           END-PERFORM
           PERFORM CLOSE-EXTRACT.

       *> Walks every activity the student is on.  The first open
       *> activity rules on them; each one then gets its own line
       *> on its coach's roster carrying that one ruling.
       CERTIFY-IF-ROSTERED.
           MOVE "N" TO WS-RULED-FLAG
           MOVE STUDENT-ID TO AMB-STUDENT-ID
           MOVE "N" TO WS-MEMBER-EOF
           START MEMBER-FILE KEY IS = AMB-STUDENT-ID
               INVALID KEY MOVE "Y" TO WS-MEMBER-EOF
           END-START
           PERFORM UNTIL WS-MEMBER-EOF = "Y"
               READ MEMBER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MEMBER-EOF
                   NOT AT END
                       IF AMB-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-MEMBER-EOF
                       ELSE
                           IF AMB-ACTIVE
                               PERFORM Take-One-Membership
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Take-One-Membership.
           MOVE AMB-ACTIVITY TO ACT-CODE
           READ ACTIVITY-FILE
               INVALID KEY
                   MOVE "C" TO ACT-STATUS
           END-READ
           IF ACT-ACTIVE
               IF NOT WS-STUDENT-RULED
                   PERFORM RULE-ON-ONE-STUDENT
                   MOVE "Y" TO WS-RULED-FLAG
               END-IF
               PERFORM RELEASE-ROSTER-LINE
           END-IF.

       *> The league's rules in strict order - the FIRST failing
       *> condition is the one the coach reads on the roster.
       RULE-ON-ONE-STUDENT.
           MOVE "E" TO WS-THIS-STATUS
           MOVE SPACES TO WS-THIS-REASON
           MOVE STUDENT-ID TO WS-COLL-CHECK-ID
           MOVE "N" TO WS-PLACED-FLAG
           CALL "COLLCHK" USING WS-COLL-CHECK-ID WS-PLACED-FLAG
               WS-PLACED-REASON
           MOVE "N" TO WS-HEALTH-FLAG
           IF WS-HAVE-HOLDS
               MOVE STUDENT-ID TO HLD-STUDENT-ID
               MOVE "H" TO HLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HEALTH-FLAG
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN STUDENT-GPA < WS-MIN-GPA
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "GPA BELOW LEAGUE MINIMUM"
                       TO WS-THIS-REASON
               WHEN STUDENT-ATTENDANCE-PCT < WS-MIN-ATTEND
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "ATTENDANCE BELOW MINIMUM"
                       TO WS-THIS-REASON
               WHEN WS-ACCT-PLACED
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "BUSINESS-OFFICE HOLD" TO WS-THIS-REASON
               WHEN WS-HEALTH-HELD
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "HEALTH-OFFICE HOLD" TO WS-THIS-REASON
               WHEN STUDENT-PROBATION
                   MOVE "I" TO WS-THIS-STATUS
                   MOVE "ON ACADEMIC PROBATION" TO WS-THIS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-THIS-STATUS = "E"
               ADD 1 TO WS-ELIGIBLE-COUNT
           ELSE
               ADD 1 TO WS-INELIGIBLE-COUNT
           END-IF

           PERFORM NOTE-WEEKLY-CHANGE.

       RELEASE-ROSTER-LINE.
           MOVE ACT-COACH-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "COACH NOT ON FILE" TO EMP-NAME
           END-READ
           MOVE ACT-COACH-ID   TO ELW-COACH-ID
           MOVE EMP-NAME       TO ELW-COACH-NAME
           MOVE ACT-CODE       TO ELW-ACTIVITY
           MOVE ACT-NAME       TO ELW-ACTIVITY-NAME
           MOVE ACT-SEASON     TO ELW-SEASON
           MOVE STUDENT-ID     TO ELW-STUDENT-ID
           MOVE STUDENT-NAME   TO ELW-STUDENT-NAME
           MOVE WS-THIS-STATUS TO ELW-STATUS
           MOVE WS-THIS-REASON TO ELW-REASON
           ADD 1 TO WS-ROSTER-COUNT
           RELEASE ELIG-WORK-RECORD.

       NOTE-WEEKLY-CHANGE.
           MOVE STUDENT-ID TO LEL-STUDENT-ID
           READ LAST-ELIG-FILE
               INVALID KEY
                   MOVE STUDENT-ID     TO LEL-STUDENT-ID
                   MOVE WS-THIS-STATUS TO LEL-STATUS
                   MOVE WS-REPORT-DATE TO LEL-RULED-DATE
                   WRITE LAST-ELIG-RECORD
                       INVALID KEY
                           DISPLAY "ELIGCERT: HISTORY WRITE "
                               "FAILED, ID=" STUDENT-ID
                   END-WRITE
               NOT INVALID KEY
                   IF LEL-STATUS NOT = WS-THIS-STATUS
                       ADD 1 TO WS-CHANGED-COUNT
                       IF WS-THIS-STATUS = "I"
                           DISPLAY "ELIGCERT: *** ID " STUDENT-ID
                               " " STUDENT-NAME
                               " DROPPED OUT OF ELIGIBILITY: "
                               WS-THIS-REASON " ***"
                       ELSE
                           DISPLAY "ELIGCERT: ID " STUDENT-ID
                               " " STUDENT-NAME
                               " REGAINED ELIGIBILITY"
                       END-IF
                   END-IF
                   MOVE WS-THIS-STATUS TO LEL-STATUS
                   MOVE WS-REPORT-DATE TO LEL-RULED-DATE
                   REWRITE LAST-ELIG-RECORD
                       INVALID KEY
                           DISPLAY "ELIGCERT: HISTORY REWRITE "
                               "FAILED, ID=" STUDENT-ID
                   END-REWRITE
           END-READ.

       *> One roster per coach, each starting a fresh page so it
       *> can be handed to the coach on its own, activities under
       *> it in code order.
       PRINT-THE-ROSTER.
           MOVE "N" TO WS-WORK-EOF
           MOVE ZERO TO WS-CURRENT-COACH
           MOVE SPACES TO WS-CURRENT-ACTIVITY
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ELIG-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF ELW-COACH-ID NOT = WS-CURRENT-COACH
                               OR WS-CURRENT-ACTIVITY = SPACES
                           MOVE ELW-COACH-ID TO WS-CURRENT-COACH
                           MOVE SPACES TO WS-CURRENT-ACTIVITY
                           MOVE 999 TO WS-CERT-LINE-COUNT
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "COACH " ELW-COACH-ID " "
                               ELW-COACH-NAME
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM PRINT-CERT-A-LINE
                       END-IF
                       IF ELW-ACTIVITY NOT = WS-CURRENT-ACTIVITY
                           MOVE ELW-ACTIVITY TO WS-CURRENT-ACTIVITY
                           MOVE SPACES TO WS-PRINT-LINE
                           PERFORM PRINT-CERT-A-LINE
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING "  " ELW-ACTIVITY " "
                               ELW-ACTIVITY-NAME " SEASON "
                               ELW-SEASON
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM PRINT-CERT-A-LINE
                       END-IF
                       MOVE SPACES TO WS-PRINT-LINE
                       IF ELW-STATUS = "E"
                           STRING "    " ELW-STUDENT-ID " "
                               ELW-STUDENT-NAME " ELIGIBLE"
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                       ELSE
                           STRING "    " ELW-STUDENT-ID " "
                               ELW-STUDENT-NAME " INELIGIBLE - "
                               ELW-REASON
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-IF
                       PERFORM PRINT-CERT-A-LINE
               END-RETURN
           END-PERFORM.

       PRINT-CERT-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-CERT-A-LINE
           MOVE "CERTIFIED CORRECT FOR LEAGUE SUBMISSION"
               TO WS-PRINT-LINE
           PERFORM PRINT-CERT-A-LINE
           MOVE "ATHLETIC DIRECTOR _______________  DATE ________"
               TO WS-PRINT-LINE
           PERFORM PRINT-CERT-A-LINE.

       PRINT-CERT-A-LINE.
           IF WS-CERT-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-CERT-HEADING
           END-IF
           WRITE CERT-PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-CERT-LINE-COUNT.

       PRINT-CERT-HEADING.
           ADD 1 TO WS-CERT-PAGE-NUM
           MOVE WS-CERT-PAGE-NUM TO WS-CERT-PAGE-EDIT
           MOVE SPACES TO CERT-PRINT-RECORD
           STRING "WEEKLY ELIGIBILITY CERTIFICATION"
               "  BUSINESS DATE " WS-REPORT-DATE
               "  PAGE " WS-CERT-PAGE-EDIT
               DELIMITED BY SIZE INTO CERT-PRINT-RECORD
           WRITE CERT-PRINT-RECORD
           MOVE SPACES TO CERT-PRINT-RECORD
           WRITE CERT-PRINT-RECORD
           MOVE 2 TO WS-CERT-LINE-COUNT.

       *> The driver's own accounting: the master read once, and
       *> which reports took their data from that read.
       WRITE-RUN-SUMMARY.
           DISPLAY "===== NIGHTLY REPORT DRIVER ====="
           DISPLAY "STUDENT MASTER READS : " WS-MASTER-READS
           DISPLAY "MASTER PASSES        : 1"
           DISPLAY "ACTIVE EXTRACTED     : " WS-EXTRACT-COUNT
           DISPLAY "REPORTS RUN          : " WS-REPORTS-RUN
           DISPLAY "REPORTS SELECTED     : " WS-REPORT-SELECT
               " (GRADEDST STATMTRX CLASSRNK ADVROSTR ELIGCERT)"

           OPEN EXTEND RUN-LOG-FILE
           IF RUNLOG-FS NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           STRING "NIGHTRPT " WS-REPORT-DATE " READ "
               WS-MASTER-READS " ONE PASS RAN " WS-REPORT-SELECT
               DELIMITED BY SIZE INTO WS-LOG-LINE
           MOVE WS-LOG-LINE TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "NIGHT-REPORTS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-SELECT
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GRADEDST-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GRADEDST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ELIGLAST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LASTELIG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ELIGCERT-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ELIGCERT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTMBR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEMBER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ACTIVITY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACTIVITY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RUNLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RUNLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ELIG-MIN-GPA"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-MIN-GPA =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ELIG-MIN-ATTEND"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-MIN-ATTEND =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
