       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-CURRENT-CLASS         PIC X(3).

       *> Rerun selection: one campus (CAMPUS-FILTER) and/or a
       *> student-ID range (REPORT-FROM-ID / REPORT-TO-ID).  Left
       *> unset the whole active master ages, as it always has.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.
       01 WS-FROM-ID               PIC 9(6) VALUE ZERO.
       01 WS-TO-ID                 PIC 9(6) VALUE 999999.
       01 WS-SELECTION-FLAG        PIC X VALUE "N".
           88 WS-SELECTION-APPLIED VALUE "Y".

       *> A/R extract consumption: mode switch, and the count/hash
       *> proof the trailer must pass before a record is trusted.
       01 WS-EXTRACT-DSNAME        PIC X(40) VALUE "arext.dat".

           DISPLAY "===== RECEIVABLES AGING REPORT ====="
           DISPLAY "AS OF " WS-RUN-DATE
           IF WS-CAMPUS-FILTER NOT = SPACES
               DISPLAY "CAMPUS " WS-CAMPUS-FILTER " ONLY"
           END-IF
           IF WS-FROM-ID NOT = ZERO OR WS-TO-ID NOT = 999999
               DISPLAY "STUDENTS " WS-FROM-ID " THRU " WS-TO-ID
           END-IF
           DISPLAY "CLASS  CURRENT      31-60        61-90        "
               "OVER 90"

           DISPLAY "NO ACTIVITY DATE   : " WS-NO-DATE-COUNT
               " (AGED AS CURRENT)"
           DISPLAY "GRAND TOTAL        : " WS-EDIT-TOTAL
           IF WS-SELECTION-APPLIED
               DISPLAY "(SELECTED STUDENTS ONLY - WILL NOT TIE TO "
                   "BILLSTMT)"
           ELSE
               DISPLAY "(TIES TO BILLSTMT TOTAL BALANCE DUE)"
           END-IF

           STOP RUN.

                       PERFORM RELEASE-PENDING-STUDENT
                   END-IF
                   IF ARX-M-STATUS = "A"
                       AND (WS-CAMPUS-FILTER = SPACES
                           OR ARX-M-CAMPUS = WS-CAMPUS-FILTER)
                       AND ARX-STUDENT-ID >= WS-FROM-ID
                       AND ARX-STUDENT-ID <= WS-TO-ID
                       IF ARX-M-BALANCE IS NOT NUMERIC
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR STUDENT-CAMPUS = WS-CAMPUS-FILTER)
                           AND STUDENT-ID >= WS-FROM-ID
                           AND STUDENT-ID <= WS-TO-ID
                           IF STUDENT-TUITION-BALANCE IS NOT NUMERIC
                               ADD 1 TO WS-SKIPPED-COUNT
                           ELSE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
               SET WS-SELECTION-APPLIED TO TRUE
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-FROM-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-FROM-ID = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
               SET WS-SELECTION-APPLIED TO TRUE
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-TO-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-TO-ID = FUNCTION NUMVAL(WS-ENV-OVERRIDE)
               SET WS-SELECTION-APPLIED TO TRUE
           END-IF.
