       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKRPT.

      *> The principal's daily early-dismissal log: every adult the
      *> front desk checked at the PICKUP screen on the day, the
      *> restricted contacts who tried to collect a student first,
      *> then adults not on file, then the releases and the checks
      *> the desk cancelled.  Runs for the business date unless
      *> PICKUP-DATE names another day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICKUP-LOG-FILE ASSIGN TO WS-PICKLOG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PICKLOG-FS.

           *> Names on the report only - a missing master prints the
           *> log without them.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT PICK-WORK ASSIGN TO "pickrpt.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD PICKUP-LOG-FILE.
       01 PICKUP-LOG-RECORD.
           COPY "PICKUPRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       *> PKW-GROUP orders the day: "1" restricted, "2" not on
       *> file, "3" released, "4" cancelled at the desk.
       SD PICK-WORK.
       01 PICK-WORK-RECORD.
           05 PKW-GROUP             PIC X(1).
           05 PKW-TIME              PIC 9(4).
           05 PKW-STUDENT-ID        PIC 9(6).
           05 PKW-CAMPUS            PIC X(2).
           05 PKW-ADULT-NAME        PIC X(20).
           05 PKW-RELATIONSHIP      PIC X(10).
           05 PKW-RESTRICTION       PIC X(1).
           05 PKW-DEPART-REASON     PIC X(1).
           05 PKW-OPERATOR-ID       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PICKLOG-DSNAME         PIC X(40) VALUE "pickuplog.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "pickup.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PICKLOG-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-STUDENTS-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-STUDENTS     VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REPORT-DATE           PIC 9(8) VALUE ZERO.
       01 WS-PREV-GROUP            PIC X(1) VALUE SPACE.
       01 WS-SHOW-NAME             PIC X(20).
       01 WS-NOTE-TEXT             PIC X(20).

       01 WS-RESTRICTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LOG-COUNT             PIC 9(6) VALUE ZERO.

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
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           PERFORM SET-FILENAMES

           OPEN INPUT PICKUP-LOG-FILE
           IF PICKLOG-FS NOT = "00"
               DISPLAY "PICKRPT: NO PICKUP LOG ON FILE, STATUS="
                   PICKLOG-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS = "00"
               SET WS-HAVE-STUDENTS TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "PICKRPT: UNABLE TO OPEN " WS-PRINT-DSNAME
                   ", STATUS=" PRINT-FS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "TIME  ID     STUDENT NAME         CP "
               "ADULT                RELATION   NOTE"
               "                 CLERK"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           SORT PICK-WORK
               ON ASCENDING KEY PKW-GROUP PKW-TIME PKW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-THE-DAY
               OUTPUT PROCEDURE IS PRINT-THE-DAY

           IF WS-LOG-COUNT = ZERO
               MOVE "NO PICKUPS CHECKED AT THE DESK THIS DAY"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE PICKUP-LOG-FILE
           IF WS-HAVE-STUDENTS
               CLOSE STUDENT-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== EARLY DISMISSAL LOG ====="
           DISPLAY "DAY                  : " WS-REPORT-DATE
           DISPLAY "RESTRICTED ATTEMPTS  : " WS-RESTRICTED-COUNT
           DISPLAY "ADULTS NOT ON FILE   : " WS-UNKNOWN-COUNT
           DISPLAY "RELEASED             : " WS-RELEASED-COUNT
           DISPLAY "CANCELLED AT DESK    : " WS-CANCELLED-COUNT
           DISPLAY "REPORT WRITTEN       : " WS-PRINT-DSNAME

           STOP RUN.

       RELEASE-THE-DAY.
           PERFORM UNTIL WS-EOF = "Y"
               READ PICKUP-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PKL-DATE = WS-REPORT-DATE
                           PERFORM Release-One-Check
                       END-IF
               END-READ
           END-PERFORM.

       Release-One-Check.
           EVALUATE TRUE
               WHEN PKL-REFUSED-RESTRICTED MOVE "1" TO PKW-GROUP
               WHEN PKL-REFUSED-UNKNOWN    MOVE "2" TO PKW-GROUP
               WHEN PKL-RELEASED           MOVE "3" TO PKW-GROUP
               WHEN OTHER                  MOVE "4" TO PKW-GROUP
           END-EVALUATE
           MOVE PKL-TIME          TO PKW-TIME
           MOVE PKL-STUDENT-ID    TO PKW-STUDENT-ID
           MOVE PKL-CAMPUS        TO PKW-CAMPUS
           MOVE PKL-ADULT-NAME    TO PKW-ADULT-NAME
           MOVE PKL-RELATIONSHIP  TO PKW-RELATIONSHIP
           MOVE PKL-RESTRICTION   TO PKW-RESTRICTION
           MOVE PKL-DEPART-REASON TO PKW-DEPART-REASON
           MOVE PKL-OPERATOR-ID   TO PKW-OPERATOR-ID
           RELEASE PICK-WORK-RECORD.

       PRINT-THE-DAY.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN PICK-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Check
               END-RETURN
           END-PERFORM.

       Print-One-Check.
           ADD 1 TO WS-LOG-COUNT
           IF PKW-GROUP NOT = WS-PREV-GROUP
               PERFORM START-A-GROUP
           END-IF

           MOVE SPACES TO WS-NOTE-TEXT
           EVALUATE PKW-GROUP
               WHEN "1"
                   ADD 1 TO WS-RESTRICTED-COUNT
                   IF PKW-RESTRICTION = "I"
                       MOVE "NO-INFORMATION" TO WS-NOTE-TEXT
                   ELSE
                       MOVE "NO-PICKUP" TO WS-NOTE-TEXT
                   END-IF
               WHEN "2"
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN "3"
                   ADD 1 TO WS-RELEASED-COUNT
                   EVALUATE PKW-DEPART-REASON
                       WHEN "A" MOVE "APPOINTMENT" TO WS-NOTE-TEXT
                       WHEN "I" MOVE "ILLNESS" TO WS-NOTE-TEXT
                       WHEN "F" MOVE "FAMILY" TO WS-NOTE-TEXT
                       WHEN OTHER MOVE "OTHER" TO WS-NOTE-TEXT
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-CANCELLED-COUNT
           END-EVALUATE

           PERFORM LOOK-UP-NAME
           MOVE SPACES TO WS-PRINT-LINE
           STRING PKW-TIME " " PKW-STUDENT-ID " " WS-SHOW-NAME " "
               PKW-CAMPUS " " PKW-ADULT-NAME " " PKW-RELATIONSHIP " "
               WS-NOTE-TEXT " " PKW-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       START-A-GROUP.
           MOVE PKW-GROUP TO WS-PREV-GROUP
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE PKW-GROUP
               WHEN "1"
                   STRING "*** RESTRICTED CONTACTS WHO TRIED TO "
                       "COLLECT A STUDENT ***"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "2"
                   STRING "ADULTS NOT ON THE STUDENT'S CONTACT LIST "
                       "- REFUSED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "3"
                   MOVE "RELEASED TO AN AUTHORIZED CONTACT"
                       TO WS-PRINT-LINE
               WHEN OTHER
                   MOVE "AUTHORIZED CONTACT - NOT RELEASED AT THE DESK"
                       TO WS-PRINT-LINE
           END-EVALUATE
           PERFORM PRINT-A-LINE.

       LOOK-UP-NAME.
           MOVE SPACES TO WS-SHOW-NAME
           IF WS-HAVE-STUDENTS
               MOVE PKW-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-SHOW-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-SHOW-NAME
               END-READ
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
           STRING "EARLY DISMISSAL LOG FOR " WS-REPORT-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PICKUPLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PICKLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PICKUP-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PICKUP-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPORT-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
