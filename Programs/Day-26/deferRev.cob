       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The academic-calendar control record - the current
           *> term's dates decide how much of its tuition is still
           *> unearned at the fiscal year-end FYCLOSE closes.
           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           *> The items FYCLOSE has already rolled off the ledger -
           *> a close run before the deferral still leaves the
           *> term's paid tuition to be deferred.  Optional.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> Each code's revenue account, the same mapping CHGPOST
           *> credited when the charge posted.  Optional: without it
           *> everything was journaled to TUIREV.
           SELECT CHGCODE-FILE ASSIGN TO WS-CHGCODE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHARGE-CODE
               FILE STATUS IS CHGCODE-FS.

           *> The deferral as posted, by campus and code, kept so
           *> the new year's reversal takes back exactly what the
           *> year-end run put up - and so the run cannot defer the
           *> same year-end twice.
           SELECT DEFERRAL-FILE ASSIGN TO WS-DEFERRAL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEFERRAL-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT DEFER-WORK ASSIGN TO "defrev.tmp".

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

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD HISTORY-FILE.
       01 HISTORY-RECORD            PIC X(45).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHGCODE-FILE.
       01 CHGCODE-RECORD.
           COPY "CHGCODRC".

       *> One header naming the year-end and term, then one detail
       *> per campus and charge code.  DFH-POSTED-DATE stays zero
       *> until the deferral's journal segment has closed, and
       *> DFH-REVERSED-DATE until the reversal's has.
       FD DEFERRAL-FILE.
       01 DEFERRAL-HEADER.
           05 DFH-REC-TYPE          PIC X(1).
               88 DFH-HEADER        VALUE "H".
           05 DFH-YEAR-END          PIC 9(8).
           05 DFH-TERM              PIC 9(2).
           05 DFH-TERM-START        PIC 9(8).
           05 DFH-TERM-END          PIC 9(8).
           05 DFH-POSTED-DATE       PIC 9(8).
           05 DFH-REVERSED-DATE     PIC 9(8).
       01 DEFERRAL-DETAIL.
           05 DFD-REC-TYPE          PIC X(1).
               88 DFD-DETAIL        VALUE "D".
           05 DFD-CAMPUS            PIC X(2).
           05 DFD-CHARGE-CODE       PIC X(3).
           05 DFD-GL-ACCOUNT        PIC X(6).
           05 DFD-ITEM-COUNT        PIC 9(6).
           05 DFD-ASSESSED          PIC S9(7)V99 COMP-3.
           05 DFD-DEFERRED          PIC S9(7)V99 COMP-3.
           05 FILLER                PIC X(23).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD DEFER-WORK.
       01 DEFER-WORK-RECORD.
           05 DWK-CAMPUS            PIC X(2).
           05 DWK-CHARGE-CODE       PIC X(3).
           05 DWK-AMOUNT            PIC S9(5)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-HISTORY-DSNAME         PIC X(40) VALUE "chghist.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHGCODE-DSNAME         PIC X(40) VALUE "chgcode.idx".
       01 WS-DEFERRAL-DSNAME        PIC X(40) VALUE "defrev.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "defrev.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 TERMCTL-FS               PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 CHARGE-FS                PIC XX.
       01 HISTORY-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHGCODE-FS               PIC XX.
       01 DEFERRAL-FS              PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-CODE-FILE-FLAG        PIC X VALUE "N".
           88 WS-HAVE-CODE-FILE    VALUE "Y".
       01 WS-HISTORY-FILE-FLAG     PIC X VALUE "N".
           88 WS-HAVE-HISTORY-FILE VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> "D" (the default) is the year-end deferral; "R", run once
       *> the business date is into the new fiscal year, reverses
       *> what defrev.dat says was deferred.
       01 WS-PHASE                 PIC X VALUE "D".
           88 WS-DEFER-PHASE       VALUE "D".
           88 WS-REVERSE-PHASE     VALUE "R".
       *> "P" stamps the header posted, "R" reversed.
       01 WS-STAMP-TYPE            PIC X VALUE SPACE.

       *> The fiscal year is the calendar year, as FYCLOSE closes
       *> it.  Left zero, the year is the one the term starts in.
       01 WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-YEAR-END              PIC 9(8) VALUE ZERO.

       *> The term's days and the share of them after year-end -
       *> tuition is earned evenly over the term.
       01 WS-TERM-NUM              PIC 9(2) VALUE ZERO.
       01 WS-TERM-START            PIC 9(8) VALUE ZERO.
       01 WS-TERM-END              PIC 9(8) VALUE ZERO.
       01 WS-TERM-DAYS             PIC 9(4) VALUE ZERO.
       01 WS-UNEARNED-DAYS         PIC 9(4) VALUE ZERO.

       *> The codes that carry term revenue - tuition by default;
       *> a site billing term lab fees adds LAB (DEFER-CODES,
       *> codes separated by a space or comma).
       01 WS-DEFER-CODES           PIC X(20) VALUE "TUI".
       01 WS-DEFER-CODE-TABLE REDEFINES WS-DEFER-CODES.
           05 WS-DEFER-SLOT        OCCURS 5 TIMES.
               10 WS-DEFER-CODE    PIC X(3).
               10 FILLER           PIC X(1).
       01 WS-CODE-IDX              PIC 9(2) VALUE ZERO.
       01 WS-CODE-WANTED           PIC X VALUE "N".

       *> Control breaks on campus, then charge code.
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-CUR-CAMPUS            PIC X(2) VALUE SPACES.
       01 WS-CUR-CODE              PIC X(3) VALUE SPACES.
       01 WS-GRP-ITEMS             PIC 9(6) VALUE ZERO.
       01 WS-GRP-ASSESSED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-DEFERRED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GRP-EARNED            PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-CAM-ITEMS             PIC 9(6) VALUE ZERO.
       01 WS-CAM-ASSESSED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-CAM-DEFERRED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-ITEMS             PIC 9(6) VALUE ZERO.
       01 WS-TOT-ASSESSED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-TOT-DEFERRED          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REV-ACCOUNT           PIC X(6) VALUE "TUIREV".

       01 WS-CHARGES-READ          PIC 9(6) VALUE ZERO.
       01 WS-HISTORY-READ          PIC 9(6) VALUE ZERO.
       01 WS-NO-STUDENT-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-GROUP-COUNT           PIC 9(6) VALUE ZERO.

       01 WS-EDIT-IN               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-ASSESSED-EDIT         PIC X(12).
       01 WS-EARNED-EDIT           PIC X(12).
       01 WS-DEFERRED-EDIT         PIC X(12).
       01 WS-LABEL                 PIC X(22).

       *> GLPOST call arguments - the deferral is DR revenue /
       *> CR DEFREV (deferred revenue liability); the reversal
       *> the other way round.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "DEFREV".

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-REPORT-TITLE          PIC X(34).
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
           INSPECT WS-DEFER-CODES REPLACING ALL "," BY " "

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CAMPUS CODE  GL ACCT   ITEMS      ASSESSED  "
               "      EARNED      DEFERRED"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "DEFREV: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           IF WS-DEFER-PHASE
               PERFORM RUN-DEFERRAL
           ELSE
               PERFORM RUN-REVERSAL
           END-IF

           CLOSE PRINT-FILE

           MOVE WS-TOT-ASSESSED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-ASSESSED-EDIT
           MOVE WS-TOT-DEFERRED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-DEFERRED-EDIT
           DISPLAY "===== DEFERRED REVENUE SUMMARY ====="
           IF WS-DEFER-PHASE
               DISPLAY "PHASE            : YEAR-END DEFERRAL"
           ELSE
               DISPLAY "PHASE            : NEW-YEAR REVERSAL"
           END-IF
           DISPLAY "FISCAL YEAR-END  : " WS-YEAR-END
           DISPLAY "TERM             : " WS-TERM-NUM " "
               WS-TERM-START " - " WS-TERM-END
           DISPLAY "TERM DAYS        : " WS-TERM-DAYS
           DISPLAY "UNEARNED DAYS    : " WS-UNEARNED-DAYS
           DISPLAY "CHARGES READ     : " WS-CHARGES-READ
           DISPLAY "FROM HISTORY     : " WS-HISTORY-READ
           DISPLAY "NO STUDENT       : " WS-NO-STUDENT-COUNT
           DISPLAY "SCHEDULE LINES   : " WS-GROUP-COUNT
           DISPLAY "ITEMS            : " WS-TOT-ITEMS
           DISPLAY "ASSESSED         : " WS-ASSESSED-EDIT
           DISPLAY "DEFERRED         : " WS-DEFERRED-EDIT
           DISPLAY "DEFREV: SCHEDULE WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> ===== Year-end deferral =====
       RUN-DEFERRAL.
           MOVE "DEFERRED REVENUE SCHEDULE" TO WS-REPORT-TITLE
           PERFORM LOAD-THE-TERM

           *> A deferral already on file for this year-end has been
           *> journaled; running again would double it.  One for an
           *> earlier year-end that is not yet reversed is the only
           *> record of what the reversal must take back, so it is
           *> never written over.  A header never stamped posted is
           *> a run that died before its journal segment closed -
           *> the GL load rejects that segment, so it is redone.
           OPEN INPUT DEFERRAL-FILE
           IF DEFERRAL-FS = "00"
               READ DEFERRAL-FILE
                   AT END CONTINUE
               END-READ
               IF DEFERRAL-FS = "00" AND DFH-HEADER
                   AND DFH-POSTED-DATE NOT = ZERO
                   IF DFH-YEAR-END = WS-YEAR-END
                       DISPLAY "DEFREV: YEAR-END " WS-YEAR-END
                           " ALREADY DEFERRED ON " DFH-POSTED-DATE
                           " - NOT RUNNING"
                       CLOSE DEFERRAL-FILE
                       STOP RUN
                   END-IF
                   IF DFH-REVERSED-DATE = ZERO
                       DISPLAY "DEFREV: YEAR-END " DFH-YEAR-END
                           " DEFERRAL NOT YET REVERSED - RUN "
                           "PHASE R FIRST"
                       CLOSE DEFERRAL-FILE
                       STOP RUN
                   END-IF
               END-IF
               CLOSE DEFERRAL-FILE
           END-IF

           OPEN INPUT CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               DISPLAY "DEFREV: NO CHARGE LEDGER ON FILE, STATUS="
                   CHARGE-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "DEFREV: UNABLE TO OPEN STUDENT FILE, STATUS="
                   STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CHGCODE-FILE
           IF CHGCODE-FS = "00"
               SET WS-HAVE-CODE-FILE TO TRUE
           END-IF

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FS = "00"
               SET WS-HAVE-HISTORY-FILE TO TRUE
           END-IF

           OPEN OUTPUT DEFERRAL-FILE
           IF DEFERRAL-FS NOT = "00"
               DISPLAY "DEFREV: UNABLE TO OPEN DEFERRAL FILE, STATUS="
                   DEFERRAL-FS
               STOP RUN
           END-IF
           MOVE "H"            TO DFH-REC-TYPE
           MOVE WS-YEAR-END    TO DFH-YEAR-END
           MOVE WS-TERM-NUM    TO DFH-TERM
           MOVE WS-TERM-START  TO DFH-TERM-START
           MOVE WS-TERM-END    TO DFH-TERM-END
           MOVE ZERO           TO DFH-POSTED-DATE
           MOVE ZERO           TO DFH-REVERSED-DATE
           WRITE DEFERRAL-HEADER

           PERFORM PRINT-TERM-LINE

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           SORT DEFER-WORK
               ON ASCENDING KEY DWK-CAMPUS
               ON ASCENDING KEY DWK-CHARGE-CODE
               INPUT PROCEDURE IS RELEASE-TERM-CHARGES
               OUTPUT PROCEDURE IS BUILD-THE-SCHEDULE

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM PRINT-GRAND-TOTAL

           CLOSE CHARGE-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-CODE-FILE
               CLOSE CHGCODE-FILE
           END-IF
           IF WS-HAVE-HISTORY-FILE
               CLOSE HISTORY-FILE
           END-IF
           CLOSE DEFERRAL-FILE

           MOVE "P" TO WS-STAMP-TYPE
           PERFORM STAMP-THE-HEADER.

       *> Only once the journal segment has closed does the header
       *> say the deferral (or its reversal) posted - a run that
       *> dies part way leaves it unstamped for the rerun.
       STAMP-THE-HEADER.
           OPEN I-O DEFERRAL-FILE
           IF DEFERRAL-FS NOT = "00"
               DISPLAY "DEFREV: UNABLE TO REOPEN DEFERRAL FILE, "
                   "STATUS=" DEFERRAL-FS
               STOP RUN
           END-IF
           READ DEFERRAL-FILE
               AT END CONTINUE
           END-READ
           IF DEFERRAL-FS = "00" AND DFH-HEADER
               IF WS-STAMP-TYPE = "P"
                   MOVE WS-RUN-DATE TO DFH-POSTED-DATE
               ELSE
                   MOVE WS-RUN-DATE TO DFH-REVERSED-DATE
               END-IF
               REWRITE DEFERRAL-HEADER
           END-IF
           IF DEFERRAL-FS NOT = "00"
               DISPLAY "DEFREV: DEFERRAL HEADER STAMP FAILED, "
                   "STATUS=" DEFERRAL-FS
           END-IF
           CLOSE DEFERRAL-FILE.

       *> The term must run across the year-end for any of its
       *> tuition to be unearned at the close.
       LOAD-THE-TERM.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS NOT = "00"
               DISPLAY "DEFREV: NO TERM CONTROL ON FILE - RUN "
                   "TRMCLOSE FIRST"
               STOP RUN
           END-IF
           READ TERMCTL-FILE
               INVALID KEY
                   DISPLAY "DEFREV: NO TERM CONTROL ON FILE - RUN "
                       "TRMCLOSE FIRST"
                   CLOSE TERMCTL-FILE
                   STOP RUN
           END-READ
           CLOSE TERMCTL-FILE
           MOVE TRM-CURRENT-TERM TO WS-TERM-NUM
           MOVE TRM-START-DATE   TO WS-TERM-START
           MOVE TRM-END-DATE     TO WS-TERM-END

           IF WS-FISCAL-YEAR = ZERO
               MOVE WS-TERM-START(1:4) TO WS-FISCAL-YEAR
           END-IF
           COMPUTE WS-YEAR-END = WS-FISCAL-YEAR * 10000 + 1231

           IF WS-TERM-START > WS-YEAR-END
                   OR WS-TERM-END NOT > WS-YEAR-END
               DISPLAY "DEFREV: TERM " WS-TERM-NUM " ("
                   WS-TERM-START " - " WS-TERM-END
                   ") DOES NOT CROSS YEAR-END " WS-YEAR-END
                   " - NOTHING TO DEFER"
               STOP RUN
           END-IF

           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               - FUNCTION INTEGER-OF-DATE(WS-TERM-START) + 1
           COMPUTE WS-UNEARNED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-END).

       *> Every item of a deferred code posted from the term start
       *> through the year-end is the term's assessment - sibling
       *> credits and proration reversals included, so the
       *> schedule defers the net revenue actually recognized.
       *> Status does not matter: a paid or written-off charge was
       *> still recognized as revenue when it posted.
       *> Items FYCLOSE has moved to history are still the term's
       *> assessment and are read from there the same way.
       RELEASE-TERM-CHARGES.
           PERFORM UNTIL WS-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM Release-If-In-Term
               END-READ
           END-PERFORM
           IF WS-HAVE-HISTORY-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORY-FILE INTO CHARGE-RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM Release-If-In-Term
                   END-READ
               END-PERFORM
           END-IF.

       Release-If-In-Term.
           IF CHG-POST-DATE NOT < WS-TERM-START
               AND CHG-POST-DATE NOT > WS-YEAR-END
               PERFORM CHECK-DEFER-CODE
               IF WS-CODE-WANTED = "Y"
                   PERFORM RELEASE-ONE-CHARGE
               END-IF
           END-IF.

       CHECK-DEFER-CODE.
           MOVE "N" TO WS-CODE-WANTED
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5
               IF WS-DEFER-CODE(WS-CODE-IDX) NOT = SPACES
                   AND WS-DEFER-CODE(WS-CODE-IDX) = CHG-CHARGE-CODE
                   MOVE "Y" TO WS-CODE-WANTED
               END-IF
           END-PERFORM.

       RELEASE-ONE-CHARGE.
           ADD 1 TO WS-CHARGES-READ
           MOVE CHG-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-STUDENT-COUNT
                   MOVE "??" TO DWK-CAMPUS
               NOT INVALID KEY
                   MOVE STUDENT-CAMPUS TO DWK-CAMPUS
           END-READ
           MOVE CHG-CHARGE-CODE TO DWK-CHARGE-CODE
           MOVE CHG-AMOUNT      TO DWK-AMOUNT
           RELEASE DEFER-WORK-RECORD.

       BUILD-THE-SCHEDULE.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN DEFER-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       IF WS-FIRST-RECORD = "N"
                           IF DWK-CAMPUS NOT = WS-CUR-CAMPUS
                               PERFORM FINISH-THE-GROUP
                               PERFORM FINISH-THE-CAMPUS
                           ELSE
                               IF DWK-CHARGE-CODE NOT = WS-CUR-CODE
                                   PERFORM FINISH-THE-GROUP
                               END-IF
                           END-IF
                       END-IF
                       MOVE "N" TO WS-FIRST-RECORD
                       MOVE DWK-CAMPUS      TO WS-CUR-CAMPUS
                       MOVE DWK-CHARGE-CODE TO WS-CUR-CODE
                       ADD 1 TO WS-GRP-ITEMS
                       ADD DWK-AMOUNT TO WS-GRP-ASSESSED
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = "N"
               PERFORM FINISH-THE-GROUP
               PERFORM FINISH-THE-CAMPUS
           END-IF.

       *> The unearned share is worked out once per campus and code,
       *> so the schedule line, the defrev.dat detail, and the
       *> journal pair all carry the same rounded amount.
       FINISH-THE-GROUP.
           COMPUTE WS-GRP-DEFERRED ROUNDED =
               WS-GRP-ASSESSED * WS-UNEARNED-DAYS / WS-TERM-DAYS
           PERFORM FIND-REVENUE-ACCOUNT

           MOVE "D"             TO DFD-REC-TYPE
           MOVE WS-CUR-CAMPUS   TO DFD-CAMPUS
           MOVE WS-CUR-CODE     TO DFD-CHARGE-CODE
           MOVE WS-REV-ACCOUNT  TO DFD-GL-ACCOUNT
           MOVE WS-GRP-ITEMS    TO DFD-ITEM-COUNT
           MOVE WS-GRP-ASSESSED TO DFD-ASSESSED
           MOVE WS-GRP-DEFERRED TO DFD-DEFERRED
           WRITE DEFERRAL-DETAIL

           IF WS-GRP-DEFERRED NOT = ZERO
               MOVE "W" TO WS-GL-FUNCTION
               MOVE WS-GRP-DEFERRED TO WS-GL-AMOUNT
               MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "D" TO WS-GL-DRCR
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
               MOVE "DEFREV" TO WS-GL-ACCOUNT
               MOVE "C" TO WS-GL-DRCR
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           END-IF

           PERFORM PRINT-GROUP-LINE.

       FIND-REVENUE-ACCOUNT.
           MOVE "TUIREV" TO WS-REV-ACCOUNT
           IF WS-HAVE-CODE-FILE
               MOVE WS-CUR-CODE TO CCR-CHARGE-CODE
               READ CHGCODE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CCR-GL-ACCOUNT TO WS-REV-ACCOUNT
               END-READ
           END-IF.

       *> ===== New-year reversal =====
       *> Takes back exactly what the year-end run deferred, line
       *> for line, and once its journal segment has closed stamps
       *> the header so it cannot run twice.
       RUN-REVERSAL.
           MOVE "DEFERRED REVENUE REVERSAL" TO WS-REPORT-TITLE
           OPEN INPUT DEFERRAL-FILE
           IF DEFERRAL-FS NOT = "00"
               DISPLAY "DEFREV: NO DEFERRAL ON FILE, STATUS="
                   DEFERRAL-FS
               STOP RUN
           END-IF
           READ DEFERRAL-FILE
               AT END
                   DISPLAY "DEFREV: DEFERRAL FILE IS EMPTY"
                   CLOSE DEFERRAL-FILE
                   STOP RUN
           END-READ
           IF NOT DFH-HEADER
               DISPLAY "DEFREV: DEFERRAL FILE HAS NO HEADER"
               CLOSE DEFERRAL-FILE
               STOP RUN
           END-IF
           MOVE DFH-YEAR-END   TO WS-YEAR-END
           MOVE DFH-TERM       TO WS-TERM-NUM
           MOVE DFH-TERM-START TO WS-TERM-START
           MOVE DFH-TERM-END   TO WS-TERM-END
           IF DFH-POSTED-DATE = ZERO
               DISPLAY "DEFREV: YEAR-END " WS-YEAR-END
                   " DEFERRAL NEVER FINISHED POSTING - RERUN "
                   "PHASE D FIRST"
               CLOSE DEFERRAL-FILE
               STOP RUN
           END-IF
           IF DFH-REVERSED-DATE NOT = ZERO
               DISPLAY "DEFREV: YEAR-END " WS-YEAR-END
                   " DEFERRAL ALREADY REVERSED ON "
                   DFH-REVERSED-DATE " - NOT RUNNING"
               CLOSE DEFERRAL-FILE
               STOP RUN
           END-IF
           IF WS-RUN-DATE NOT > WS-YEAR-END
               DISPLAY "DEFREV: BUSINESS DATE " WS-RUN-DATE
                   " IS NOT PAST YEAR-END " WS-YEAR-END
                   " - REVERSAL NOT RUN"
               CLOSE DEFERRAL-FILE
               STOP RUN
           END-IF

           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               - FUNCTION INTEGER-OF-DATE(WS-TERM-START) + 1
           COMPUTE WS-UNEARNED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               - FUNCTION INTEGER-OF-DATE(WS-YEAR-END)
           PERFORM PRINT-TERM-LINE

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM UNTIL WS-EOF = "Y"
               READ DEFERRAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DFD-DETAIL
                           PERFORM Reverse-One-Line
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FIRST-RECORD = "N"
               PERFORM FINISH-THE-CAMPUS
           END-IF

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM PRINT-GRAND-TOTAL
           CLOSE DEFERRAL-FILE

           MOVE "R" TO WS-STAMP-TYPE
           PERFORM STAMP-THE-HEADER.

       Reverse-One-Line.
           IF WS-FIRST-RECORD = "N"
               AND DFD-CAMPUS NOT = WS-CUR-CAMPUS
               PERFORM FINISH-THE-CAMPUS
           END-IF
           MOVE "N" TO WS-FIRST-RECORD
           MOVE DFD-CAMPUS      TO WS-CUR-CAMPUS
           MOVE DFD-CHARGE-CODE TO WS-CUR-CODE
           MOVE DFD-GL-ACCOUNT  TO WS-REV-ACCOUNT
           MOVE DFD-ITEM-COUNT  TO WS-GRP-ITEMS
           MOVE DFD-ASSESSED    TO WS-GRP-ASSESSED
           MOVE DFD-DEFERRED    TO WS-GRP-DEFERRED
           ADD DFD-ITEM-COUNT TO WS-CHARGES-READ

           IF WS-GRP-DEFERRED NOT = ZERO
               MOVE "W" TO WS-GL-FUNCTION
               MOVE WS-GRP-DEFERRED TO WS-GL-AMOUNT
               MOVE "DEFREV" TO WS-GL-ACCOUNT
               MOVE "D" TO WS-GL-DRCR
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
               MOVE WS-REV-ACCOUNT TO WS-GL-ACCOUNT
               MOVE "C" TO WS-GL-DRCR
               CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
                   WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           END-IF

           PERFORM PRINT-GROUP-LINE.

       *> ===== Schedule printing, shared by both phases =====
       PRINT-TERM-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TERM " WS-TERM-NUM "  " WS-TERM-START " - "
               WS-TERM-END "  FISCAL YEAR-END " WS-YEAR-END
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TERM DAYS " WS-TERM-DAYS "  UNEARNED AFTER "
               "YEAR-END " WS-UNEARNED-DAYS
               "  (DEFERRED = ASSESSED X UNEARNED / TERM DAYS)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-GROUP-LINE.
           COMPUTE WS-GRP-EARNED = WS-GRP-ASSESSED - WS-GRP-DEFERRED
           MOVE WS-GRP-ASSESSED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-ASSESSED-EDIT
           MOVE WS-GRP-EARNED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-EARNED-EDIT
           MOVE WS-GRP-DEFERRED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-DEFERRED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-CUR-CAMPUS "    " WS-CUR-CODE "   "
               WS-REV-ACCOUNT "  " WS-GRP-ITEMS "  "
               WS-ASSESSED-EDIT "  " WS-EARNED-EDIT "  "
               WS-DEFERRED-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           ADD 1 TO WS-GROUP-COUNT
           ADD WS-GRP-ITEMS    TO WS-CAM-ITEMS
           ADD WS-GRP-ASSESSED TO WS-CAM-ASSESSED
           ADD WS-GRP-DEFERRED TO WS-CAM-DEFERRED
           MOVE ZERO TO WS-GRP-ITEMS WS-GRP-ASSESSED WS-GRP-DEFERRED.

       FINISH-THE-CAMPUS.
           MOVE SPACES TO WS-LABEL
           STRING "  " WS-CUR-CAMPUS " CAMPUS TOTAL"
               DELIMITED BY SIZE INTO WS-LABEL
           MOVE WS-CAM-ITEMS    TO WS-GRP-ITEMS
           MOVE WS-CAM-ASSESSED TO WS-GRP-ASSESSED
           MOVE WS-CAM-DEFERRED TO WS-GRP-DEFERRED
           PERFORM PRINT-TOTAL-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           ADD WS-CAM-ITEMS    TO WS-TOT-ITEMS
           ADD WS-CAM-ASSESSED TO WS-TOT-ASSESSED
           ADD WS-CAM-DEFERRED TO WS-TOT-DEFERRED
           MOVE ZERO TO WS-CAM-ITEMS WS-CAM-ASSESSED WS-CAM-DEFERRED
           MOVE ZERO TO WS-GRP-ITEMS WS-GRP-ASSESSED WS-GRP-DEFERRED.

       *> The grand total's deferred column is the amount the
       *> journal segment moved to (or back out of) DEFREV.
       PRINT-GRAND-TOTAL.
           MOVE "  DISTRICT TOTAL" TO WS-LABEL
           MOVE WS-TOT-ITEMS    TO WS-GRP-ITEMS
           MOVE WS-TOT-ASSESSED TO WS-GRP-ASSESSED
           MOVE WS-TOT-DEFERRED TO WS-GRP-DEFERRED
           PERFORM PRINT-TOTAL-LINE.

       PRINT-TOTAL-LINE.
           COMPUTE WS-GRP-EARNED = WS-GRP-ASSESSED - WS-GRP-DEFERRED
           MOVE WS-GRP-ASSESSED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-ASSESSED-EDIT
           MOVE WS-GRP-EARNED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-EARNED-EDIT
           MOVE WS-GRP-DEFERRED TO WS-EDIT-IN
           CALL "CURREDIT" USING WS-EDIT-IN WS-DEFERRED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-LABEL WS-GRP-ITEMS "  "
               WS-ASSESSED-EDIT "  " WS-EARNED-EDIT "  "
               WS-DEFERRED-EDIT
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
           STRING WS-REPORT-TITLE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HISTORY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGCODE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGCODE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEFREV-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEFERRAL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEFREV-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEFREV-PHASE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PHASE
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEFER-CODES"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEFER-CODES
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FY-DEFER-YEAR"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-FISCAL-YEAR =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
