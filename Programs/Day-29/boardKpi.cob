       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOARDKPI.

      *> Month-end board KPIs by campus: active enrollment, average
      *> daily attendance, the share of students on probation and on
      *> the dean's list, receivables over 90 days, the month's
      *> collection rate, open holds and staff vacancies.  Each
      *> month's figures are kept on kpihist.idx; the one-page
      *> dashboard sets this month beside last month and the same
      *> month last year, and kpideck.dat carries the same figures
      *> flat for the board's slides.
      *>
      *> Run it on the last business day of the month - enrollment,
      *> standing, holds, receivables and vacancies are as the files
      *> stand at the run.  A rerun inside the month recomputes and
      *> replaces that month; REPORT-MONTH naming a closed month
      *> reprints it from history and recomputes nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           SELECT PAY-REGISTER-FILE ASSIGN TO WS-PAYREG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRG-KEY
               FILE STATUS IS PAYREG-FS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           SELECT POSITION-FILE ASSIGN TO WS-POSITION-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMP-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           SELECT KPI-HIST-FILE ASSIGN TO WS-KPIHIST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-KEY
               FILE STATUS IS KPIHIST-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT DECK-FILE ASSIGN TO WS-DECK-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DECK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD PAY-REGISTER-FILE.
       01 PAY-REGISTER-RECORD.
           05 PRG-KEY.
               10 PRG-STUDENT-ID    PIC 9(6).
               10 PRG-AMOUNT-CENTS  PIC 9(7).
               10 PRG-PAY-DATE      PIC 9(8).
               10 PRG-BANK-REF      PIC X(12).
           05 PRG-POSTED-DATE       PIC 9(8).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD POSITION-FILE.
       01 POSITION-RECORD.
           COPY "POSITNRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD KPI-HIST-FILE.
       01 KPI-HIST-RECORD.
           COPY "KPIHSTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       FD DECK-FILE.
       01 DECK-RECORD.
           COPY "KPIDCKRC".

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-PAYREG-DSNAME          PIC X(40) VALUE "payreg.idx".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-POSITION-DSNAME        PIC X(40) VALUE "position.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-KPIHIST-DSNAME         PIC X(40) VALUE "kpihist.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "kpiboard.rpt".
       01 WS-DECK-DSNAME            PIC X(40) VALUE "kpideck.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 PAYREG-FS                PIC XX.
       01 HOLD-FS                  PIC XX.
       01 POSITION-FS              PIC XX.
       01 EMP-FS                   PIC XX.
       01 KPIHIST-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 DECK-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-DAYS-OLD              PIC S9(6) VALUE ZERO.
       01 WS-ITEM-MONTH            PIC 9(6) VALUE ZERO.

       *> The month reported, YYYYMM - the business date's month
       *> unless REPORT-MONTH names another.  Only the business
       *> month is ever recomputed.
       01 WS-REPORT-MONTH          PIC 9(6) VALUE ZERO.
       01 WS-RUN-MONTH             PIC 9(6) VALUE ZERO.
       01 WS-LAST-MONTH            PIC 9(6) VALUE ZERO.
       01 WS-LAST-YEAR-MONTH       PIC 9(6) VALUE ZERO.
       01 WS-RECOMPUTE-FLAG        PIC X(1) VALUE "N".
           88 WS-RECOMPUTE         VALUE "Y".

       *> Every source but the student master is optional - a KPI
       *> whose file is missing reports zero and the run says so.
       01 WS-ATTDETL-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-ATTDETL      VALUE "Y".
       01 WS-CHARGES-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CHARGES      VALUE "Y".
       01 WS-PAYREG-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-PAYREG       VALUE "Y".
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".
       01 WS-POSITIONS-ON-FILE     PIC X VALUE "N".
           88 WS-HAVE-POSITIONS    VALUE "Y".
       01 WS-EMPLOYEES-ON-FILE     PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".

       *> Campus of the student an item belongs to, remembered for
       *> the next item of the same student.
       01 WS-LOOKUP-ID             PIC 9(6) VALUE ZERO.
       01 WS-LOOKUP-CAMPUS         PIC X(2) VALUE SPACES.
       01 WS-CACHED-ID             PIC 9(6) VALUE ZERO.
       01 WS-CACHED-CAMPUS         PIC X(2) VALUE SPACES.
       01 WS-UNMATCHED-ITEMS       PIC 9(6) VALUE ZERO.

       *> Per-campus accumulators; the entry after the last campus
       *> holds the district totals under "**".
       01 WS-CAMP-USED             PIC 9(2) COMP VALUE ZERO.
       01 WS-CAMP-TABLE.
           05 WS-CAMP-ENTRY OCCURS 11 TIMES.
               10 WS-CAMP-CODE         PIC X(2).
               10 WS-CAMP-ENROLLMENT   PIC 9(6).
               10 WS-CAMP-PROBATION    PIC 9(6).
               10 WS-CAMP-DEANS-LIST   PIC 9(6).
               10 WS-CAMP-DAYS-ENR     PIC 9(7).
               10 WS-CAMP-DAYS-PRES    PIC 9(7).
               10 WS-CAMP-AR-OVER-90   PIC S9(7)V99 COMP-3.
               10 WS-CAMP-BILLED       PIC S9(7)V99 COMP-3.
               10 WS-CAMP-COLLECTED    PIC S9(7)V99 COMP-3.
               10 WS-CAMP-HOLDS        PIC 9(6).
               10 WS-CAMP-VACANCIES    PIC 9(4).
               10 WS-CAMP-VACANT-FTE   PIC 9(4)V99.
       01 WS-CAMP-SUB              PIC 9(2) COMP.
       01 WS-CAMP-FOUND            PIC 9(2) COMP.
       01 WS-DIST-SUB              PIC 9(2) COMP.

       *> The measures, in dashboard order.
       01 WS-KPI-DEFINITIONS.
           05 FILLER PIC X(8)  VALUE "ENROLL".
           05 FILLER PIC X(30) VALUE "ACTIVE ENROLLMENT".
           05 FILLER PIC X(1)  VALUE "C".
           05 FILLER PIC X(8)  VALUE "ADA".
           05 FILLER PIC X(30) VALUE "AVERAGE DAILY ATTENDANCE".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(8)  VALUE "PROBATN".
           05 FILLER PIC X(30) VALUE "STUDENTS ON PROBATION".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(8)  VALUE "DEANLIST".
           05 FILLER PIC X(30) VALUE "STUDENTS ON DEAN'S LIST".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(8)  VALUE "AROVER90".
           05 FILLER PIC X(30) VALUE "RECEIVABLES OVER 90 DAYS".
           05 FILLER PIC X(1)  VALUE "M".
           05 FILLER PIC X(8)  VALUE "COLLRATE".
           05 FILLER PIC X(30) VALUE "COLLECTION RATE".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(8)  VALUE "HOLDS".
           05 FILLER PIC X(30) VALUE "OPEN HOLDS".
           05 FILLER PIC X(1)  VALUE "C".
           05 FILLER PIC X(8)  VALUE "VACANCY".
           05 FILLER PIC X(30) VALUE "STAFF VACANCIES".
           05 FILLER PIC X(1)  VALUE "C".
       01 WS-KPI-DEF-TBL REDEFINES WS-KPI-DEFINITIONS.
           05 WS-KPI-DEF OCCURS 8 TIMES.
               10 WS-KPI-CODE       PIC X(8).
               10 WS-KPI-NAME       PIC X(30).
               10 WS-KPI-KIND       PIC X(1).
       01 WS-KPI-SUB               PIC 9(1) COMP.

       *> This month, last month and the same month last year for
       *> the campus being printed, as read back from history.
       01 WS-PERIOD-TABLE.
           05 WS-PER-ENTRY OCCURS 3 TIMES.
               10 WS-PER-MONTH      PIC 9(6).
               10 WS-PER-FOUND      PIC X(1).
               10 WS-PER-VALUE      PIC S9(9)V99 OCCURS 8 TIMES.
       01 WS-PER-SUB               PIC 9(1) COMP.

       *> Campuses on history for the reported month.
       01 WS-PRT-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-PRT-TABLE.
           05 WS-PRT-CAMPUS OCCURS 11 TIMES PIC X(2).
       01 WS-PRT-SUB               PIC 9(2) COMP.

       01 WS-KPI-LINE.
           05 WS-KL-NAME           PIC X(30).
           05 WS-KL-COLUMN OCCURS 3 TIMES.
               10 FILLER           PIC X(2).
               10 WS-KL-CELL       PIC X(13).
       01 WS-CELL-COUNT            PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CELL-PCT-GROUP.
           05 WS-CELL-PCT          PIC Z(8)9.99.
           05 FILLER               PIC X(1) VALUE "%".
       01 WS-CELL-MONEY-GROUP.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-CELL-MONEY        PIC X(12).
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.

       01 WS-ROWS-SAVED            PIC 9(3) VALUE ZERO.
       01 WS-DECK-COUNT            PIC 9(5) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
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
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
           IF WS-REPORT-MONTH = ZERO
               MOVE WS-RUN-MONTH TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH = WS-RUN-MONTH
               SET WS-RECOMPUTE TO TRUE
           END-IF
           PERFORM SET-COMPARISON-MONTHS

           OPEN I-O KPI-HIST-FILE
           IF KPIHIST-FS NOT = "00"
               OPEN OUTPUT KPI-HIST-FILE
               CLOSE KPI-HIST-FILE
               OPEN I-O KPI-HIST-FILE
           END-IF
           IF KPIHIST-FS NOT = "00"
               DISPLAY "BOARDKPI: UNABLE TO OPEN KPI HISTORY, STATUS="
                   KPIHIST-FS
               STOP RUN
           END-IF

           IF WS-RECOMPUTE
               PERFORM GATHER-THE-KPIS
               PERFORM SAVE-THE-KPIS
           ELSE
               DISPLAY "BOARDKPI: " WS-REPORT-MONTH " IS A CLOSED "
                   "MONTH - REPRINTING FROM HISTORY"
           END-IF

           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT DECK-FILE
           PERFORM PRINT-THE-DASHBOARD
           CLOSE PRINT-FILE
           CLOSE DECK-FILE
           CLOSE KPI-HIST-FILE

           DISPLAY "===== BOARD KPI RUN - MONTH " WS-REPORT-MONTH
               " ====="
           IF WS-RECOMPUTE
               DISPLAY "CAMPUSES         : " WS-CAMP-USED
               DISPLAY "HISTORY ROWS     : " WS-ROWS-SAVED
               DISPLAY "ITEMS W/O MASTER : " WS-UNMATCHED-ITEMS
           END-IF
           DISPLAY "DECK FIGURES     : " WS-DECK-COUNT
           DISPLAY "BOARDKPI: REPORT SPOOLED TO " WS-PRINT-DSNAME
           DISPLAY "BOARDKPI: DECK FILE WRITTEN TO " WS-DECK-DSNAME

           STOP RUN.

       SET-COMPARISON-MONTHS.
           IF FUNCTION MOD(WS-REPORT-MONTH, 100) = 1
               COMPUTE WS-LAST-MONTH = WS-REPORT-MONTH - 89
           ELSE
               COMPUTE WS-LAST-MONTH = WS-REPORT-MONTH - 1
           END-IF
           COMPUTE WS-LAST-YEAR-MONTH = WS-REPORT-MONTH - 100.

       *> One pass of each source file, every figure tallied under
       *> the campus of the student (or position) it belongs to.
       GATHER-THE-KPIS.
           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "BOARDKPI: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF
           PERFORM TALLY-THE-STUDENTS
           PERFORM TALLY-THE-ATTENDANCE
           PERFORM TALLY-THE-CHARGES
           PERFORM TALLY-THE-PAYMENTS
           PERFORM TALLY-THE-HOLDS
           PERFORM TALLY-THE-VACANCIES
           CLOSE STUDENT-FILE
           PERFORM BUILD-DISTRICT-TOTALS.

       TALLY-THE-STUDENTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           MOVE STUDENT-CAMPUS TO WS-LOOKUP-CAMPUS
                           PERFORM FIND-CAMPUS-SLOT
                           ADD 1 TO WS-CAMP-ENROLLMENT (WS-CAMP-SUB)
                           IF STUDENT-PROBATION
                               ADD 1 TO
                                   WS-CAMP-PROBATION (WS-CAMP-SUB)
                           END-IF
                           IF STUDENT-DEANS-LIST
                               ADD 1 TO
                                   WS-CAMP-DEANS-LIST (WS-CAMP-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> Present and tardy both count as attended - ADAREPT's rule,
       *> so the board and the state filing agree.
       TALLY-THE-ATTENDANCE.
           OPEN INPUT ATT-DETAIL-FILE
           IF ATTDETL-FS NOT = "00"
               DISPLAY "BOARDKPI: NO ATTENDANCE DETAIL ON FILE - "
                   "ATTENDANCE REPORTED AS ZERO"
           ELSE
               SET WS-HAVE-ATTDETL TO TRUE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ATT-DETAIL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           COMPUTE WS-ITEM-MONTH = ATD-DATE / 100
                           IF WS-ITEM-MONTH = WS-REPORT-MONTH
                               MOVE ATD-CAMPUS TO WS-LOOKUP-CAMPUS
                               PERFORM FIND-CAMPUS-SLOT
                               ADD 1 TO
                                   WS-CAMP-DAYS-ENR (WS-CAMP-SUB)
                               IF ATD-PRESENT OR ATD-TARDY
                                   ADD 1 TO
                                       WS-CAMP-DAYS-PRES (WS-CAMP-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATT-DETAIL-FILE
           END-IF.

       *> Over 90 days: open items more than 90 days past posting,
       *> disputed items left out as the aging leaves them out.
       *> Billed: every item posted in the month, whatever its
       *> status since - the denominator of the collection rate.
       TALLY-THE-CHARGES.
           OPEN INPUT CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               DISPLAY "BOARDKPI: NO CHARGE LEDGER ON FILE - "
                   "RECEIVABLES AND BILLING REPORTED AS ZERO"
           ELSE
               SET WS-HAVE-CHARGES TO TRUE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Tally-One-Charge
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

       Tally-One-Charge.
           MOVE CHG-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-CAMPUS
           IF WS-LOOKUP-CAMPUS NOT = SPACES
               PERFORM FIND-CAMPUS-SLOT
               COMPUTE WS-ITEM-MONTH = CHG-POST-DATE / 100
               IF WS-ITEM-MONTH = WS-REPORT-MONTH
                   ADD CHG-AMOUNT TO WS-CAMP-BILLED (WS-CAMP-SUB)
               END-IF
               IF CHG-OPEN AND NOT CHG-DISPUTED
                   AND CHG-POST-DATE IS NUMERIC
                   AND CHG-POST-DATE NOT = ZERO
                   COMPUTE WS-DAYS-OLD = WS-RUN-DAY-INT -
                       FUNCTION INTEGER-OF-DATE(CHG-POST-DATE)
                   IF WS-DAYS-OLD > 90
                       ADD CHG-AMOUNT TO
                           WS-CAMP-AR-OVER-90 (WS-CAMP-SUB)
                   END-IF
               END-IF
           END-IF.

       *> Collected: every payment the register shows received in
       *> the month.  The register keeps a rolling window, so this
       *> has to run inside the month it reports.
       TALLY-THE-PAYMENTS.
           OPEN INPUT PAY-REGISTER-FILE
           IF PAYREG-FS NOT = "00"
               DISPLAY "BOARDKPI: NO PAYMENT REGISTER ON FILE - "
                   "COLLECTIONS REPORTED AS ZERO"
           ELSE
               SET WS-HAVE-PAYREG TO TRUE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PAY-REGISTER-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           COMPUTE WS-ITEM-MONTH = PRG-PAY-DATE / 100
                           IF WS-ITEM-MONTH = WS-REPORT-MONTH
                               PERFORM Tally-One-Payment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-REGISTER-FILE
           END-IF.

       Tally-One-Payment.
           MOVE PRG-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOKUP-STUDENT-CAMPUS
           IF WS-LOOKUP-CAMPUS NOT = SPACES
               PERFORM FIND-CAMPUS-SLOT
               COMPUTE WS-CAMP-COLLECTED (WS-CAMP-SUB) =
                   WS-CAMP-COLLECTED (WS-CAMP-SUB)
                   + PRG-AMOUNT-CENTS / 100
           END-IF.

       TALLY-THE-HOLDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-FS NOT = "00"
               DISPLAY "BOARDKPI: NO HOLDS FILE ON FILE - "
                   "OPEN HOLDS REPORTED AS ZERO"
           ELSE
               SET WS-HAVE-HOLDS TO TRUE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE HLD-STUDENT-ID TO WS-LOOKUP-ID
                           PERFORM LOOKUP-STUDENT-CAMPUS
                           IF WS-LOOKUP-CAMPUS NOT = SPACES
                               PERFORM FIND-CAMPUS-SLOT
                               ADD 1 TO WS-CAMP-HOLDS (WS-CAMP-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       *> A vacancy is an active position with no active holder -
       *> the same test POSCTL applies.
       TALLY-THE-VACANCIES.
           OPEN INPUT POSITION-FILE
           IF POSITION-FS NOT = "00"
               DISPLAY "BOARDKPI: NO POSITION FILE ON FILE - "
                   "VACANCIES REPORTED AS ZERO"
           ELSE
               SET WS-HAVE-POSITIONS TO TRUE
               OPEN INPUT EMP-FILE
               IF EMP-FS = "00"
                   SET WS-HAVE-EMPLOYEES TO TRUE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ POSITION-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF POS-ACTIVE
                               PERFORM Tally-One-Position
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
               IF WS-HAVE-EMPLOYEES
                   CLOSE EMP-FILE
               END-IF
           END-IF.

       Tally-One-Position.
           IF POS-VACANT
               MOVE POS-CAMPUS TO WS-LOOKUP-CAMPUS
               PERFORM FIND-CAMPUS-SLOT
               ADD 1 TO WS-CAMP-VACANCIES (WS-CAMP-SUB)
               ADD POS-BUDGET-FTE TO WS-CAMP-VACANT-FTE (WS-CAMP-SUB)
           ELSE
               IF WS-HAVE-EMPLOYEES
                   MOVE POS-EMP-ID TO EMP-ID
                   READ EMP-FILE
                       INVALID KEY
                           MOVE "N" TO EMP-STATUS
                   END-READ
                   IF NOT (EMP-TYPE-EMPLOYEE AND EMP-ACTIVE)
                       MOVE POS-CAMPUS TO WS-LOOKUP-CAMPUS
                       PERFORM FIND-CAMPUS-SLOT
                       ADD 1 TO WS-CAMP-VACANCIES (WS-CAMP-SUB)
                       ADD POS-BUDGET-FTE TO
                           WS-CAMP-VACANT-FTE (WS-CAMP-SUB)
                   END-IF
               END-IF
           END-IF.

       LOOKUP-STUDENT-CAMPUS.
           IF WS-LOOKUP-ID NOT = WS-CACHED-ID
               MOVE WS-LOOKUP-ID TO WS-CACHED-ID
               MOVE WS-LOOKUP-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-CACHED-CAMPUS
                   NOT INVALID KEY
                       MOVE STUDENT-CAMPUS TO WS-CACHED-CAMPUS
               END-READ
           END-IF
           MOVE WS-CACHED-CAMPUS TO WS-LOOKUP-CAMPUS
           IF WS-LOOKUP-CAMPUS = SPACES
               ADD 1 TO WS-UNMATCHED-ITEMS
           END-IF.

       FIND-CAMPUS-SLOT.
           MOVE ZERO TO WS-CAMP-FOUND
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-USED
               IF WS-CAMP-CODE (WS-CAMP-SUB) = WS-LOOKUP-CAMPUS
                   MOVE WS-CAMP-SUB TO WS-CAMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CAMP-FOUND NOT = ZERO
               MOVE WS-CAMP-FOUND TO WS-CAMP-SUB
           ELSE
               IF WS-CAMP-USED < 10
                   ADD 1 TO WS-CAMP-USED
                   MOVE WS-CAMP-USED TO WS-CAMP-SUB
                   INITIALIZE WS-CAMP-ENTRY (WS-CAMP-SUB)
                   MOVE WS-LOOKUP-CAMPUS TO WS-CAMP-CODE (WS-CAMP-SUB)
               ELSE
                   *> More campus codes than the table holds is bad
                   *> data - tally it under the first campus rather
                   *> than past the table, and say so.
                   DISPLAY "BOARDKPI: CAMPUS TABLE FULL - CODE "
                       WS-LOOKUP-CAMPUS " TALLIED UNDER "
                       WS-CAMP-CODE (1)
                   MOVE 1 TO WS-CAMP-SUB
               END-IF
           END-IF.

       BUILD-DISTRICT-TOTALS.
           COMPUTE WS-DIST-SUB = WS-CAMP-USED + 1
           INITIALIZE WS-CAMP-ENTRY (WS-DIST-SUB)
           MOVE "**" TO WS-CAMP-CODE (WS-DIST-SUB)
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-CAMP-USED
               ADD WS-CAMP-ENROLLMENT (WS-CAMP-SUB)
                   TO WS-CAMP-ENROLLMENT (WS-DIST-SUB)
               ADD WS-CAMP-PROBATION (WS-CAMP-SUB)
                   TO WS-CAMP-PROBATION (WS-DIST-SUB)
               ADD WS-CAMP-DEANS-LIST (WS-CAMP-SUB)
                   TO WS-CAMP-DEANS-LIST (WS-DIST-SUB)
               ADD WS-CAMP-DAYS-ENR (WS-CAMP-SUB)
                   TO WS-CAMP-DAYS-ENR (WS-DIST-SUB)
               ADD WS-CAMP-DAYS-PRES (WS-CAMP-SUB)
                   TO WS-CAMP-DAYS-PRES (WS-DIST-SUB)
               ADD WS-CAMP-AR-OVER-90 (WS-CAMP-SUB)
                   TO WS-CAMP-AR-OVER-90 (WS-DIST-SUB)
               ADD WS-CAMP-BILLED (WS-CAMP-SUB)
                   TO WS-CAMP-BILLED (WS-DIST-SUB)
               ADD WS-CAMP-COLLECTED (WS-CAMP-SUB)
                   TO WS-CAMP-COLLECTED (WS-DIST-SUB)
               ADD WS-CAMP-HOLDS (WS-CAMP-SUB)
                   TO WS-CAMP-HOLDS (WS-DIST-SUB)
               ADD WS-CAMP-VACANCIES (WS-CAMP-SUB)
                   TO WS-CAMP-VACANCIES (WS-DIST-SUB)
               ADD WS-CAMP-VACANT-FTE (WS-CAMP-SUB)
                   TO WS-CAMP-VACANT-FTE (WS-DIST-SUB)
           END-PERFORM.

       *> One history row per campus and the district; a rerun
       *> inside the month replaces the month's rows.
       SAVE-THE-KPIS.
           PERFORM VARYING WS-CAMP-SUB FROM 1 BY 1
                   UNTIL WS-CAMP-SUB > WS-DIST-SUB
               PERFORM BUILD-HISTORY-ROW
               WRITE KPI-HIST-RECORD
                   INVALID KEY
                       REWRITE KPI-HIST-RECORD
                           INVALID KEY
                               DISPLAY "BOARDKPI: HISTORY REWRITE "
                                   "FAILED FOR " KPI-KEY
                                   " STATUS=" KPIHIST-FS
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-ROWS-SAVED
           END-PERFORM.

       BUILD-HISTORY-ROW.
           MOVE WS-REPORT-MONTH TO KPI-MONTH
           MOVE WS-CAMP-CODE (WS-CAMP-SUB) TO KPI-CAMPUS
           MOVE WS-RUN-DATE TO KPI-RUN-DATE
           MOVE WS-CAMP-ENROLLMENT (WS-CAMP-SUB)
               TO KPI-ACTIVE-ENROLLMENT
           MOVE WS-CAMP-DAYS-ENR (WS-CAMP-SUB) TO KPI-DAYS-ENROLLED
           MOVE WS-CAMP-DAYS-PRES (WS-CAMP-SUB) TO KPI-DAYS-PRESENT
           MOVE WS-CAMP-PROBATION (WS-CAMP-SUB)
               TO KPI-PROBATION-COUNT
           MOVE WS-CAMP-DEANS-LIST (WS-CAMP-SUB)
               TO KPI-DEANS-LIST-COUNT
           MOVE WS-CAMP-AR-OVER-90 (WS-CAMP-SUB) TO KPI-AR-OVER-90
           MOVE WS-CAMP-BILLED (WS-CAMP-SUB) TO KPI-BILLED
           MOVE WS-CAMP-COLLECTED (WS-CAMP-SUB) TO KPI-COLLECTED
           MOVE WS-CAMP-HOLDS (WS-CAMP-SUB) TO KPI-OPEN-HOLDS
           MOVE WS-CAMP-VACANCIES (WS-CAMP-SUB)
               TO KPI-VACANT-POSITIONS
           MOVE WS-CAMP-VACANT-FTE (WS-CAMP-SUB) TO KPI-VACANT-FTE

           MOVE ZERO TO KPI-ADA-PCT KPI-PROBATION-PCT
               KPI-DEANS-LIST-PCT KPI-COLLECTION-PCT
           IF KPI-DAYS-ENROLLED > ZERO
               COMPUTE KPI-ADA-PCT ROUNDED =
                   KPI-DAYS-PRESENT * 100 / KPI-DAYS-ENROLLED
           END-IF
           IF KPI-ACTIVE-ENROLLMENT > ZERO
               COMPUTE KPI-PROBATION-PCT ROUNDED =
                   KPI-PROBATION-COUNT * 100 / KPI-ACTIVE-ENROLLMENT
               COMPUTE KPI-DEANS-LIST-PCT ROUNDED =
                   KPI-DEANS-LIST-COUNT * 100 / KPI-ACTIVE-ENROLLMENT
           END-IF
           IF KPI-BILLED > ZERO
               COMPUTE KPI-COLLECTION-PCT ROUNDED =
                   KPI-COLLECTED * 100 / KPI-BILLED
                   ON SIZE ERROR
                       MOVE 999.99 TO KPI-COLLECTION-PCT
               END-COMPUTE
           END-IF.

       *> The one-page summary and the deck file are both driven
       *> from history, so a reprint of a closed month is the page
       *> the board saw.
       PRINT-THE-DASHBOARD.
           MOVE ZERO TO WS-PRT-USED
           MOVE WS-REPORT-MONTH TO KPI-MONTH
           MOVE LOW-VALUES TO KPI-CAMPUS
           MOVE "N" TO WS-EOF
           START KPI-HIST-FILE KEY IS NOT LESS THAN KPI-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ KPI-HIST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF KPI-MONTH NOT = WS-REPORT-MONTH
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-PRT-USED < 11
                               ADD 1 TO WS-PRT-USED
                               MOVE KPI-CAMPUS
                                   TO WS-PRT-CAMPUS (WS-PRT-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-PAGE-HEADING
           IF WS-PRT-USED = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "NO KPI HISTORY ON FILE FOR " WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                   UNTIL WS-PRT-SUB > WS-PRT-USED
               PERFORM PRINT-ONE-CAMPUS-BLOCK
           END-PERFORM.

       PRINT-ONE-CAMPUS-BLOCK.
           MOVE WS-REPORT-MONTH TO WS-PER-MONTH (1)
           MOVE WS-LAST-MONTH TO WS-PER-MONTH (2)
           MOVE WS-LAST-YEAR-MONTH TO WS-PER-MONTH (3)
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               PERFORM LOAD-ONE-PERIOD
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PRT-CAMPUS (WS-PRT-SUB) = "**"
               MOVE "DISTRICT" TO WS-PRINT-LINE
           ELSE
               STRING "CAMPUS " WS-PRT-CAMPUS (WS-PRT-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 8
               PERFORM PRINT-ONE-MEASURE
               PERFORM WRITE-DECK-FIGURE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       LOAD-ONE-PERIOD.
           MOVE WS-PER-MONTH (WS-PER-SUB) TO KPI-MONTH
           MOVE WS-PRT-CAMPUS (WS-PRT-SUB) TO KPI-CAMPUS
           READ KPI-HIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-PER-FOUND (WS-PER-SUB)
                   MOVE ZERO TO WS-PER-VALUE (WS-PER-SUB, 1)
                       WS-PER-VALUE (WS-PER-SUB, 2)
                       WS-PER-VALUE (WS-PER-SUB, 3)
                       WS-PER-VALUE (WS-PER-SUB, 4)
                       WS-PER-VALUE (WS-PER-SUB, 5)
                       WS-PER-VALUE (WS-PER-SUB, 6)
                       WS-PER-VALUE (WS-PER-SUB, 7)
                       WS-PER-VALUE (WS-PER-SUB, 8)
               NOT INVALID KEY
                   MOVE "Y" TO WS-PER-FOUND (WS-PER-SUB)
                   MOVE KPI-ACTIVE-ENROLLMENT
                       TO WS-PER-VALUE (WS-PER-SUB, 1)
                   MOVE KPI-ADA-PCT TO WS-PER-VALUE (WS-PER-SUB, 2)
                   MOVE KPI-PROBATION-PCT
                       TO WS-PER-VALUE (WS-PER-SUB, 3)
                   MOVE KPI-DEANS-LIST-PCT
                       TO WS-PER-VALUE (WS-PER-SUB, 4)
                   MOVE KPI-AR-OVER-90 TO WS-PER-VALUE (WS-PER-SUB, 5)
                   MOVE KPI-COLLECTION-PCT
                       TO WS-PER-VALUE (WS-PER-SUB, 6)
                   MOVE KPI-OPEN-HOLDS TO WS-PER-VALUE (WS-PER-SUB, 7)
                   MOVE KPI-VACANT-POSITIONS
                       TO WS-PER-VALUE (WS-PER-SUB, 8)
           END-READ.

       PRINT-ONE-MEASURE.
           MOVE SPACES TO WS-KPI-LINE
           STRING "  " WS-KPI-NAME (WS-KPI-SUB)
               DELIMITED BY SIZE INTO WS-KL-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               PERFORM FORMAT-ONE-CELL
           END-PERFORM
           MOVE WS-KPI-LINE TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       FORMAT-ONE-CELL.
           IF WS-PER-FOUND (WS-PER-SUB) = "N"
               MOVE "          N/A" TO WS-KL-CELL (WS-PER-SUB)
           ELSE
               EVALUATE WS-KPI-KIND (WS-KPI-SUB)
                   WHEN "P"
                       MOVE WS-PER-VALUE (WS-PER-SUB, WS-KPI-SUB)
                           TO WS-CELL-PCT
                       MOVE WS-CELL-PCT-GROUP
                           TO WS-KL-CELL (WS-PER-SUB)
                   WHEN "M"
                       MOVE WS-PER-VALUE (WS-PER-SUB, WS-KPI-SUB)
                           TO WS-AMOUNT-IN
                       CALL "CURREDIT" USING WS-AMOUNT-IN
                           WS-CELL-MONEY
                       MOVE WS-CELL-MONEY-GROUP
                           TO WS-KL-CELL (WS-PER-SUB)
                   WHEN OTHER
                       MOVE WS-PER-VALUE (WS-PER-SUB, WS-KPI-SUB)
                           TO WS-CELL-COUNT
                       MOVE WS-CELL-COUNT TO WS-KL-CELL (WS-PER-SUB)
               END-EVALUATE
           END-IF.

       WRITE-DECK-FIGURE.
           MOVE WS-REPORT-MONTH TO KDK-MONTH
           MOVE WS-PRT-CAMPUS (WS-PRT-SUB) TO KDK-CAMPUS
           MOVE WS-KPI-CODE (WS-KPI-SUB) TO KDK-KPI-CODE
           MOVE WS-KPI-NAME (WS-KPI-SUB) TO KDK-KPI-NAME
           MOVE WS-KPI-KIND (WS-KPI-SUB) TO KDK-KIND
           MOVE WS-PER-VALUE (1, WS-KPI-SUB) TO KDK-THIS-MONTH
           MOVE WS-PER-FOUND (2) TO KDK-LAST-MONTH-FLAG
           MOVE WS-PER-VALUE (2, WS-KPI-SUB) TO KDK-LAST-MONTH
           MOVE WS-PER-FOUND (3) TO KDK-LAST-YEAR-FLAG
           MOVE WS-PER-VALUE (3, WS-KPI-SUB) TO KDK-LAST-YEAR
           WRITE DECK-RECORD
           ADD 1 TO WS-DECK-COUNT.

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
           STRING "BOARD KPI SUMMARY - MONTH " WS-REPORT-MONTH
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "MEASURE                         "
               "       " WS-REPORT-MONTH
               "         " WS-LAST-MONTH
               "         " WS-LAST-YEAR-MONTH
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "                                "
               "   THIS MONTH     LAST MONTH      LAST YEAR"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 5 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYREG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PAYREG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSITION-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSITION-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "KPIHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-KPIHIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "KPIBOARD-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "KPIDECK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DECK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-MONTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-MONTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
