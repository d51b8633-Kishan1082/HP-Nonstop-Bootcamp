       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> AREXTR's nightly flat extract - the forecast reads its
           *> M, C and P records instead of crawling the indexed
           *> ledgers again, its trailer proved first.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           COPY "AREXTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-DSNAME         PIC X(40) VALUE "arext.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "cashfcst.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 EXTRACT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EXT-EOF               PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DAY-INT           PIC 9(8) VALUE ZERO.
       01 WS-ITEM-DAY-INT          PIC 9(8) VALUE ZERO.
       01 WS-DAYS-AHEAD            PIC S9(5) VALUE ZERO.
       01 WS-WEEK                  PIC 9(2) VALUE ZERO.
       01 WS-WX                    PIC 9(2) VALUE ZERO.
       01 WS-CX                    PIC 9(2) VALUE ZERO.

       *> Trailer proof - the same count/hash gate AGEREPT applies.
       01 WS-EXT-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-EXT-HASH              PIC 9(10) VALUE ZERO.
       01 WS-TRAILER-FLAG          PIC X VALUE "N".
           88 WS-TRAILER-GOOD      VALUE "Y".

       *> An open charge on a student with no plan is expected the
       *> billing terms after it posted; one whose terms have run
       *> out is expected in the first week.  What is expected is
       *> the charge times the collection rate for the student's
       *> RISKTIER tier, in whole percent.
       01 WS-TERMS-DAYS            PIC 9(3) VALUE 30.
       01 WS-RATE-LOW              PIC 9(3) VALUE 95.
       01 WS-RATE-MEDIUM           PIC 9(3) VALUE 75.
       01 WS-RATE-HIGH             PIC 9(3) VALUE 40.
       01 WS-RATE                  PIC 9(3) VALUE ZERO.

       *> RISKTIER call arguments.
       01 WS-RISK-GRADE            PIC X(1).
       01 WS-RISK-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-RISK-TIER             PIC X(6).

       *> A student's charges arrive ahead of their plan rows, so
       *> the weighted charge amounts are held until the student's
       *> last record - only then is it known whether a plan
       *> already covers them.  Week 14 is beyond the horizon.
       01 WS-PND-ACTIVE            PIC X VALUE "N".
       01 WS-PND-CAMPUS            PIC X(2).
       01 WS-PND-RATE              PIC 9(3).
       01 WS-PND-ON-PLAN           PIC X VALUE "N".
       01 WS-PND-CHG-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-PND-CHARGES.
           05 WS-PND-CHG-WEEK      PIC S9(7)V99 COMP-3
                                   OCCURS 14 TIMES.

       *> Forecast buckets per campus, and for the district.
       01 WS-CAMPUS-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-CAMPUS-TABLE.
           05 WS-CAMPUS-ENTRY OCCURS 20 TIMES.
               10 WS-CAM-CODE      PIC X(2).
               10 WS-CAM-WEEK OCCURS 14 TIMES.
                   15 WS-CAM-PLAN  PIC S9(7)V99 COMP-3.
                   15 WS-CAM-CHG   PIC S9(7)V99 COMP-3.
       01 WS-DISTRICT-TABLE.
           05 WS-DST-WEEK OCCURS 14 TIMES.
               10 WS-DST-PLAN      PIC S9(7)V99 COMP-3.
               10 WS-DST-CHG       PIC S9(7)V99 COMP-3.

       01 WS-STUDENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-INSTALL-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CHARGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PLAN-COVERED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-OVERFLOW-COUNT        PIC 9(6) VALUE ZERO.

       *> Print line pieces.
       01 WS-SHOW-CAMPUS           PIC X(2).
       01 WS-WEEK-EDIT             PIC Z9.
       01 WS-WEEK-START            PIC 9(8).
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-EDIT-PLAN             PIC X(12).
       01 WS-EDIT-CHG              PIC X(12).
       01 WS-EDIT-TOTAL            PIC X(12).
       01 WS-WEEK-PLAN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-WEEK-CHG              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-SECT-PLAN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-SECT-CHG              PIC S9(7)V99 COMP-3 VALUE ZERO.

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
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM VERIFY-EXTRACT-TRAILER
           IF NOT WS-TRAILER-GOOD
               DISPLAY "CASHFCST: A/R EXTRACT FAILED ITS "
                   "TRAILER CHECK - NOT RUNNING"
               STOP RUN
           END-IF

           INITIALIZE WS-CAMPUS-TABLE WS-DISTRICT-TABLE
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL WS-EXT-EOF = "Y"
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EXT-EOF
                       PERFORM CLOSE-OUT-STUDENT
                   NOT AT END
                       PERFORM HANDLE-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "CASHFCST: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CAMPUS WEEK  STARTING  INSTALLMENTS  "
               "OPEN CHARGES      EXPECTED"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAMPUS-COUNT
               PERFORM PRINT-ONE-CAMPUS
           END-PERFORM
           PERFORM PRINT-DISTRICT
           CLOSE PRINT-FILE

           DISPLAY "===== CASH RECEIPTS FORECAST SUMMARY ====="
           DISPLAY "STUDENTS FORECAST  : " WS-STUDENT-COUNT
           DISPLAY "INSTALLMENTS USED  : " WS-INSTALL-COUNT
           DISPLAY "OPEN CHARGES USED  : " WS-CHARGE-COUNT
           DISPLAY "ON A PLAN (SKIPPED): " WS-PLAN-COVERED-COUNT
           DISPLAY "CAMPUSES           : " WS-CAMPUS-COUNT
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "CAMPUS TABLE FULL  : " WS-OVERFLOW-COUNT
                   " ITEMS IN DISTRICT TOTAL ONLY"
           END-IF
           DISPLAY "CASHFCST: FORECAST WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> Records arrive M, C..., P... per student in ID order.
       *> Plan rows go straight into the buckets; the charges wait
       *> in the student's pending buckets for CLOSE-OUT-STUDENT.
       HANDLE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN ARX-DETAIL AND ARX-MASTER
                   PERFORM CLOSE-OUT-STUDENT
                   PERFORM OPEN-NEW-STUDENT
               WHEN ARX-DETAIL AND ARX-CHARGE
                   IF WS-PND-ACTIVE = "Y"
                       AND ARX-C-STATUS = "O"
                       AND ARX-C-DISPUTE NOT = "D"
                       PERFORM HOLD-OPEN-CHARGE
                   END-IF
               WHEN ARX-DETAIL AND ARX-PLAN
                   IF WS-PND-ACTIVE = "Y"
                       PERFORM APPLY-INSTALLMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-NEW-STUDENT.
           MOVE "N" TO WS-PND-ACTIVE
           MOVE "N" TO WS-PND-ON-PLAN
           INITIALIZE WS-PND-CHARGES
           MOVE ZERO TO WS-PND-CHG-COUNT
           IF ARX-M-STATUS = "A" AND ARX-M-BALANCE IS NUMERIC
               MOVE "Y" TO WS-PND-ACTIVE
               ADD 1 TO WS-STUDENT-COUNT
               MOVE ARX-M-CAMPUS TO WS-PND-CAMPUS
               MOVE ARX-M-GRADE   TO WS-RISK-GRADE
               MOVE ARX-M-BALANCE TO WS-RISK-BALANCE
               CALL "RISKTIER" USING WS-RISK-GRADE WS-RISK-BALANCE
                   WS-RISK-TIER
               EVALUATE WS-RISK-TIER
                   WHEN "HIGH  "
                       MOVE WS-RATE-HIGH TO WS-PND-RATE
                   WHEN "MEDIUM"
                       MOVE WS-RATE-MEDIUM TO WS-PND-RATE
                   WHEN OTHER
                       MOVE WS-RATE-LOW TO WS-PND-RATE
               END-EVALUATE
           END-IF.

       HOLD-OPEN-CHARGE.
           IF ARX-C-POST-DATE IS NUMERIC
               AND ARX-C-POST-DATE NOT = ZERO
               COMPUTE WS-ITEM-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(ARX-C-POST-DATE)
                       + WS-TERMS-DAYS
               COMPUTE WS-DAYS-AHEAD =
                   WS-ITEM-DAY-INT - WS-RUN-DAY-INT
           ELSE
               MOVE ZERO TO WS-DAYS-AHEAD
           END-IF
           PERFORM FIND-THE-WEEK
           ADD 1 TO WS-PND-CHG-COUNT
           COMPUTE WS-PND-CHG-WEEK(WS-WEEK) ROUNDED =
               WS-PND-CHG-WEEK(WS-WEEK)
                   + ARX-C-AMOUNT * WS-PND-RATE / 100.

       *> Any unpaid installment means the plan is what the family
       *> pays on, so the open charges are not counted a second
       *> time.  Only scheduled installments are forecast - a past
       *> due one has already missed its date.
       APPLY-INSTALLMENT.
           IF ARX-P-STATUS = "S" OR ARX-P-STATUS = "P"
               MOVE "Y" TO WS-PND-ON-PLAN
           END-IF
           IF ARX-P-STATUS = "S" AND ARX-P-DUE-DATE IS NUMERIC
               AND ARX-P-DUE-DATE NOT = ZERO
               COMPUTE WS-ITEM-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(ARX-P-DUE-DATE)
               COMPUTE WS-DAYS-AHEAD =
                   WS-ITEM-DAY-INT - WS-RUN-DAY-INT
               PERFORM FIND-THE-WEEK
               IF WS-WEEK < 14
                   ADD 1 TO WS-INSTALL-COUNT
               END-IF
               PERFORM FIND-THE-CAMPUS
               IF WS-CX > ZERO
                   ADD ARX-P-AMOUNT TO WS-CAM-PLAN(WS-CX, WS-WEEK)
               END-IF
               ADD ARX-P-AMOUNT TO WS-DST-PLAN(WS-WEEK)
           END-IF.

       *> Week 1 is the run date and the six days after it; anything
       *> already due falls in week 1, anything past week 13 in the
       *> overflow bucket.
       FIND-THE-WEEK.
           IF WS-DAYS-AHEAD < ZERO
               MOVE ZERO TO WS-DAYS-AHEAD
           END-IF
           IF WS-DAYS-AHEAD > 90
               MOVE 14 TO WS-WEEK
           ELSE
               COMPUTE WS-WEEK = WS-DAYS-AHEAD / 7 + 1
           END-IF.

       CLOSE-OUT-STUDENT.
           IF WS-PND-ACTIVE = "Y"
               IF WS-PND-ON-PLAN = "Y"
                   ADD 1 TO WS-PLAN-COVERED-COUNT
               ELSE
                   ADD WS-PND-CHG-COUNT TO WS-CHARGE-COUNT
                   PERFORM FIND-THE-CAMPUS
                   PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 14
                       IF WS-CX > ZERO
                           ADD WS-PND-CHG-WEEK(WS-WX)
                               TO WS-CAM-CHG(WS-CX, WS-WX)
                       END-IF
                       ADD WS-PND-CHG-WEEK(WS-WX) TO WS-DST-CHG(WS-WX)
                   END-PERFORM
               END-IF
           END-IF
           MOVE "N" TO WS-PND-ACTIVE.

       *> Locate (or add) the pending student's campus.  A full
       *> table leaves WS-CX zero - the amounts still reach the
       *> district total.
       FIND-THE-CAMPUS.
           MOVE ZERO TO WS-CX
           PERFORM VARYING WS-WX FROM 1 BY 1
                   UNTIL WS-WX > WS-CAMPUS-COUNT OR WS-CX > ZERO
               IF WS-CAM-CODE(WS-WX) = WS-PND-CAMPUS
                   MOVE WS-WX TO WS-CX
               END-IF
           END-PERFORM
           IF WS-CX = ZERO
               IF WS-CAMPUS-COUNT < 20
                   ADD 1 TO WS-CAMPUS-COUNT
                   MOVE WS-CAMPUS-COUNT TO WS-CX
                   MOVE WS-PND-CAMPUS TO WS-CAM-CODE(WS-CX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       PRINT-ONE-CAMPUS.
           MOVE WS-CAM-CODE(WS-CX) TO WS-SHOW-CAMPUS
           IF WS-SHOW-CAMPUS = SPACES
               MOVE "--" TO WS-SHOW-CAMPUS
           END-IF
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 14
               MOVE WS-CAM-PLAN(WS-CX, WS-WX) TO WS-WEEK-PLAN
               MOVE WS-CAM-CHG(WS-CX, WS-WX) TO WS-WEEK-CHG
               PERFORM PRINT-WEEK-LINE
           END-PERFORM
           PERFORM PRINT-TOTAL-LINE.

       PRINT-DISTRICT.
           MOVE "**" TO WS-SHOW-CAMPUS
           PERFORM VARYING WS-WX FROM 1 BY 1 UNTIL WS-WX > 14
               MOVE WS-DST-PLAN(WS-WX) TO WS-WEEK-PLAN
               MOVE WS-DST-CHG(WS-WX) TO WS-WEEK-CHG
               PERFORM PRINT-WEEK-LINE
           END-PERFORM
           PERFORM PRINT-TOTAL-LINE.

       PRINT-WEEK-LINE.
           ADD WS-WEEK-PLAN TO WS-SECT-PLAN
           ADD WS-WEEK-CHG TO WS-SECT-CHG
           MOVE WS-WEEK-PLAN TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-PLAN
           MOVE WS-WEEK-CHG TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-CHG
           COMPUTE WS-AMOUNT-IN = WS-WEEK-PLAN + WS-WEEK-CHG
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-WX < 14
               MOVE WS-WX TO WS-WEEK-EDIT
               COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DAY-INT + (WS-WX - 1) * 7)
               STRING WS-SHOW-CAMPUS "     " WS-WEEK-EDIT "    "
                   WS-WEEK-START "  " WS-EDIT-PLAN "  "
                   WS-EDIT-CHG "  " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING WS-SHOW-CAMPUS "     LATER           "
                   WS-EDIT-PLAN "  " WS-EDIT-CHG "  " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       PRINT-TOTAL-LINE.
           MOVE WS-SECT-PLAN TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-PLAN
           MOVE WS-SECT-CHG TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-CHG
           COMPUTE WS-AMOUNT-IN = WS-SECT-PLAN + WS-SECT-CHG
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-EDIT-TOTAL
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-SHOW-CAMPUS "     TOTAL           "
               WS-EDIT-PLAN "  " WS-EDIT-CHG "  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE ZERO TO WS-SECT-PLAN WS-SECT-CHG.

       *> Count and hash the extract's detail records against the
       *> trailer's own claim before the report believes a byte -
       *> the same gate the batch cycle's handoffs pass.
       VERIFY-EXTRACT-TRAILER.
           MOVE "N" TO WS-TRAILER-FLAG
           MOVE ZERO TO WS-EXT-COUNT WS-EXT-HASH
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FS NOT = "00"
               DISPLAY "CASHFCST: NO A/R EXTRACT ON FILE - RUN "
                   "AREXTR FIRST, STATUS=" EXTRACT-FS
           ELSE
               MOVE "N" TO WS-EXT-EOF
               PERFORM UNTIL WS-EXT-EOF = "Y"
                   READ EXTRACT-FILE
                       AT END MOVE "Y" TO WS-EXT-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ARX-DETAIL
                                   ADD 1 TO WS-EXT-COUNT
                                   ADD ARX-STUDENT-ID
                                       TO WS-EXT-HASH
                               WHEN ARX-TRAILER
                                   IF ARX-T-REC-COUNT = WS-EXT-COUNT
                                       AND ARX-T-HASH-TOTAL =
                                           WS-EXT-HASH
                                       SET WS-TRAILER-GOOD TO TRUE
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               MOVE "N" TO WS-EXT-EOF
           END-IF.

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
           STRING "13-WEEK CASH RECEIPTS FORECAST"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AR-EXTRACT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CASHFCST-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FCST-TERMS-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TERMS-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FCST-RATE-LOW"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RATE-LOW =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FCST-RATE-MEDIUM"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RATE-MEDIUM =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FCST-RATE-HIGH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-RATE-HIGH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
