       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETRANS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The registrar's send list: one student and destination
           *> (the college's or district's exchange code) per line.
           *> The same student may be listed for several places.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> Re-read from the top for each student sent, the way
           *> XFEROUT builds its records packet - the send list is
           *> short and in no particular order.
           SELECT TERM-HISTORY-FILE ASSIGN TO WS-TERMHIST-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TH-FS.

           SELECT COURSE-GRADE-FILE ASSIGN TO WS-CRSGRADE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGR-KEY
               FILE STATUS IS CRSGRADE-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT STATE-ID-FILE ASSIGN TO WS-STATEID-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SID-STUDENT-ID
               FILE STATUS IS STATEID-FS.

           SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-KEY
               FILE STATUS IS TRANSFER-FS.

           *> Read only to tell a business hold from a health hold
           *> once HOLDCHK has said the student is held at all.
           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           SELECT ETRAN-FILE ASSIGN TO WS-ETRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ETRAN-FS.

           SELECT SEND-LOG-FILE ASSIGN TO WS-SENDLOG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SENDLOG-FS.

           *> The registrar's list of students held back, with why.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 ETQ-STUDENT-ID        PIC 9(6).
           05 ETQ-DEST-CODE         PIC X(8).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           COPY "TERMHSRC".

       FD COURSE-GRADE-FILE.
       01 COURSE-GRADE-RECORD.
           COPY "CRSGRDRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD STATE-ID-FILE.
       01 STATE-ID-RECORD.
           COPY "STATIDRC".

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           COPY "TRNCRDRC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD ETRAN-FILE.
       01 ETRAN-RECORD.
           COPY "ETRANRC".

       FD SEND-LOG-FILE.
       01 SEND-LOG-RECORD.
           COPY "ETLOGRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-DSNAME         PIC X(40) VALUE "etranreq.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-TERMHIST-DSNAME        PIC X(40) VALUE "termhist.dat".
       01 WS-CRSGRADE-DSNAME        PIC X(40) VALUE "crsgrade.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-STATEID-DSNAME         PIC X(40) VALUE "stateids.idx".
       01 WS-TRANSFER-DSNAME        PIC X(40) VALUE "trncred.idx".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-ETRAN-DSNAME           PIC X(40) VALUE "etran.dat".
       01 WS-SENDLOG-DSNAME         PIC X(40) VALUE "etranlog.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "etranhld.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 REQUEST-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 TH-FS                    PIC XX.
       01 CRSGRADE-FS              PIC XX.
       01 CATALOG-FS               PIC XX.
       01 STATEID-FS               PIC XX.
       01 TRANSFER-FS              PIC XX.
       01 HOLD-FS                  PIC XX.
       01 ETRAN-FS                 PIC XX.
       01 SENDLOG-FS               PIC XX.
       01 PRINT-FS                 PIC XX.

       *> Everything past the master is optional: a student with
       *> no gradebook, no state ID or no transfer credit on file
       *> still goes out with what there is.
       01 WS-GRADES-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-GRADES       VALUE "Y".
       01 WS-CATALOG-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CATALOG      VALUE "Y".
       01 WS-STATEIDS-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-STATE-IDS    VALUE "Y".
       01 WS-TRANSFER-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-TRANSFER     VALUE "Y".
       01 WS-HOLDS-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-HOLDS        VALUE "Y".

       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-GRADE-EOF             PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-SENT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-NO-STATE-ID-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-FILE-REC-COUNT        PIC 9(8) VALUE ZERO.

       *> The sending district as the receivers know it, the same
       *> run-time settings ESCHEAT uses for the holder name.
       01 WS-SENDER-NAME           PIC X(30) VALUE "SCHOOL DISTRICT".
       01 WS-SENDER-ID             PIC X(10) VALUE SPACES.

       *> The student in hand.
       01 WS-STATE-ID              PIC X(10).
       01 WS-HOLD-BACK-REASON      PIC X(30).
       01 WS-SET-REC-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-CREDITS-EARNED        PIC 9(3)V9 VALUE ZERO.
       01 WS-TRANSFER-CREDITS      PIC 9(3)V9 VALUE ZERO.
       01 WS-COURSE-CREDITS        PIC 9(2)V9 VALUE ZERO.

       *> Cumulative GPA the way TRNSCRPT figures it: the mean of
       *> the term GPAs, accumulated in COMP-2.
       01 WS-TERM-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-GPA-TOTAL             USAGE COMP-2 VALUE ZERO.
       01 WS-WGPA-TOTAL            USAGE COMP-2 VALUE ZERO.

       *> FERPACHK call arguments - a family that opted out of
       *> disclosure has its record held for the registrar, never
       *> sent on a list's say-so.
       01 WS-FERPA-ID              PIC 9(6).
       01 WS-FERPA-FLAG            PIC X(1).
       01 WS-FERPA-COUNT           PIC 9(6) VALUE ZERO.

       *> HOLDCHK call arguments - a business hold keeps the record
       *> in the building until the account is settled.
       01 WS-HOLD-CHECK-ID         PIC 9(6).
       01 WS-HELD-FLAG             PIC X(1).
           88 WS-STUDENT-HELD      VALUE "Y".
       01 WS-HOLD-REASON           PIC X(30).
       01 WS-HOLD-COUNT            PIC 9(6) VALUE ZERO.

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

           OPEN INPUT REQUEST-FILE
           IF REQUEST-FS NOT = "00"
               DISPLAY "ETRANS: NO TRANSCRIPT SEND LIST, STATUS="
                   REQUEST-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ETRANS: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT COURSE-GRADE-FILE
           IF CRSGRADE-FS = "00"
               SET WS-HAVE-GRADES TO TRUE
           END-IF
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS = "00"
               SET WS-HAVE-CATALOG TO TRUE
           END-IF
           OPEN INPUT STATE-ID-FILE
           IF STATEID-FS = "00"
               SET WS-HAVE-STATE-IDS TO TRUE
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF TRANSFER-FS = "00"
               SET WS-HAVE-TRANSFER TO TRUE
           END-IF
           OPEN INPUT HOLD-FILE
           IF HOLD-FS = "00"
               SET WS-HAVE-HOLDS TO TRUE
           END-IF

           OPEN OUTPUT ETRAN-FILE
           OPEN EXTEND SEND-LOG-FILE
           IF SENDLOG-FS NOT = "00"
               OPEN OUTPUT SEND-LOG-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO ETRAN-RECORD
           SET ETR-HEADER TO TRUE
           MOVE WS-SENDER-ID   TO ETH-SENDER-ID
           MOVE WS-SENDER-NAME TO ETH-SENDER-NAME
           MOVE WS-RUN-DATE    TO ETH-FILE-DATE
           PERFORM WRITE-ETRAN-RECORD

           PERFORM UNTIL WS-EOF = "Y"
               READ REQUEST-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM Process-Request
               END-READ
           END-PERFORM

           MOVE SPACES TO ETRAN-RECORD
           SET ETR-TRAILER TO TRUE
           MOVE WS-SENT-COUNT TO ETT-STUDENT-COUNT
           ADD 1 TO WS-FILE-REC-COUNT
           MOVE WS-FILE-REC-COUNT TO ETT-REC-COUNT
           WRITE ETRAN-RECORD

           IF WS-HELD-COUNT = ZERO
               MOVE "NO STUDENTS HELD BACK" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE REQUEST-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-GRADES
               CLOSE COURSE-GRADE-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE CATALOG-FILE
           END-IF
           IF WS-HAVE-STATE-IDS
               CLOSE STATE-ID-FILE
           END-IF
           IF WS-HAVE-TRANSFER
               CLOSE TRANSFER-FILE
           END-IF
           IF WS-HAVE-HOLDS
               CLOSE HOLD-FILE
           END-IF
           CLOSE ETRAN-FILE
           CLOSE SEND-LOG-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== ELECTRONIC TRANSCRIPT RUN ====="
           DISPLAY "REQUESTS READ        : " WS-REQUEST-COUNT
           DISPLAY "TRANSCRIPTS SENT     : " WS-SENT-COUNT
           DISPLAY "HELD BACK            : " WS-HELD-COUNT
           DISPLAY "  DIRECTORY SUPPRESS : " WS-FERPA-COUNT
           DISPLAY "  BUSINESS HOLD      : " WS-HOLD-COUNT
           DISPLAY "SENT WITHOUT STATE ID: " WS-NO-STATE-ID-COUNT
           DISPLAY "RECORDS WRITTEN      : " WS-FILE-REC-COUNT
           DISPLAY "ETRANS: EXCHANGE FILE " WS-ETRAN-DSNAME
           DISPLAY "ETRANS: HELD LIST SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       *> Held back, in this order: no such student, directory
       *> suppression, a business hold.  Anything else goes out.
       Process-Request.
           MOVE SPACES TO WS-HOLD-BACK-REASON
           MOVE SPACES TO WS-STATE-ID
           MOVE ETQ-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "NOT ON STUDENT FILE" TO WS-HOLD-BACK-REASON
                   MOVE SPACES TO STUDENT-NAME
           END-READ

           IF WS-HOLD-BACK-REASON = SPACES
               MOVE ETQ-STUDENT-ID TO WS-FERPA-ID
               CALL "FERPACHK" USING WS-FERPA-ID WS-FERPA-FLAG
               IF WS-FERPA-FLAG = "Y"
                   ADD 1 TO WS-FERPA-COUNT
                   MOVE "DIRECTORY DISCLOSURE SUPPRESSED"
                       TO WS-HOLD-BACK-REASON
               END-IF
           END-IF

           IF WS-HOLD-BACK-REASON = SPACES
               PERFORM CHECK-BUSINESS-HOLD
           END-IF

           IF WS-HAVE-STATE-IDS
               MOVE ETQ-STUDENT-ID TO SID-STUDENT-ID
               READ STATE-ID-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SID-STATE-ID TO WS-STATE-ID
               END-READ
           END-IF

           IF WS-HOLD-BACK-REASON NOT = SPACES
               PERFORM HOLD-BACK-STUDENT
           ELSE
               PERFORM SEND-THE-TRANSCRIPT
           END-IF.

       *> HOLDCHK answers for any hold; a health-office hold has no
       *> bearing on releasing a record, so the hold file settles
       *> whether a business-office hold is among them.
       CHECK-BUSINESS-HOLD.
           MOVE ETQ-STUDENT-ID TO WS-HOLD-CHECK-ID
           CALL "HOLDCHK" USING WS-HOLD-CHECK-ID WS-HELD-FLAG
               WS-HOLD-REASON
           IF WS-STUDENT-HELD
               IF WS-HAVE-HOLDS
                   MOVE ETQ-STUDENT-ID TO HLD-STUDENT-ID
                   SET HLD-BUSINESS TO TRUE
                   READ HOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HLD-REASON TO WS-HOLD-BACK-REASON
                   END-READ
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-REASON TO WS-HOLD-BACK-REASON
               END-IF
           END-IF.

       HOLD-BACK-STUDENT.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ID " ETQ-STUDENT-ID " " STUDENT-NAME
               " TO " ETQ-DEST-CODE
               " HELD: " WS-HOLD-BACK-REASON
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE ZERO TO WS-SET-REC-COUNT
           SET ETL-HELD TO TRUE
           PERFORM WRITE-SEND-LOG.

       SEND-THE-TRANSCRIPT.
           IF WS-STATE-ID = SPACES
               ADD 1 TO WS-NO-STATE-ID-COUNT
               DISPLAY "ETRANS: NO STATE ID FOR " ETQ-STUDENT-ID
                   " - SENT ON LOCAL ID ONLY"
           END-IF
           MOVE ZERO TO WS-SET-REC-COUNT WS-TERM-COUNT
               WS-GPA-TOTAL WS-WGPA-TOTAL
               WS-CREDITS-EARNED WS-TRANSFER-CREDITS

           MOVE SPACES TO ETRAN-RECORD
           SET ETR-STUDENT TO TRUE
           MOVE WS-STATE-ID      TO ETS-STATE-ID
           MOVE ETQ-DEST-CODE    TO ETS-DEST-CODE
           MOVE STUDENT-ID       TO ETS-LOCAL-ID
           MOVE STUDENT-NAME     TO ETS-STUDENT-NAME
           MOVE STUDENT-CLASS    TO ETS-CLASS
           MOVE STUDENT-CAMPUS   TO ETS-CAMPUS
           MOVE STUDENT-STATUS   TO ETS-STATUS
           MOVE STUDENT-STANDING TO ETS-STANDING
           PERFORM WRITE-ETRAN-RECORD

           PERFORM SEND-TERM-HISTORY
           IF WS-HAVE-TRANSFER
               PERFORM SEND-TRANSFER-CREDIT
           END-IF
           PERFORM SEND-CLOSING-RECORD

           ADD 1 TO WS-SENT-COUNT
           SET ETL-SENT TO TRUE
           MOVE SPACES TO WS-HOLD-BACK-REASON
           PERFORM WRITE-SEND-LOG.

       *> Closed terms only - a course in the term still under way
       *> has no term history row yet and is not part of the record.
       SEND-TERM-HISTORY.
           OPEN INPUT TERM-HISTORY-FILE
           IF TH-FS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ TERM-HISTORY-FILE
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF TH-STUDENT-ID = ETQ-STUDENT-ID
                               PERFORM SEND-ONE-TERM
                           ELSE
                               IF TH-STUDENT-ID > ETQ-STUDENT-ID
                                   MOVE "Y" TO WS-SCAN-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-HISTORY-FILE
           END-IF.

       SEND-ONE-TERM.
           ADD 1 TO WS-TERM-COUNT
           ADD TH-TERM-GPA TO WS-GPA-TOTAL
           ADD TH-TERM-WEIGHTED-GPA TO WS-WGPA-TOTAL
           MOVE SPACES TO ETRAN-RECORD
           SET ETR-TERM TO TRUE
           MOVE WS-STATE-ID TO ETP-STATE-ID
           MOVE TH-TERM-NUM TO ETP-TERM
           COMPUTE ETP-TERM-GPA ROUNDED = TH-TERM-GPA
           COMPUTE ETP-WEIGHTED-GPA ROUNDED = TH-TERM-WEIGHTED-GPA
           COMPUTE ETP-ATTENDANCE-PCT ROUNDED =
               TH-TERM-ATTENDANCE-PCT
           MOVE TH-TERM-GRADE TO ETP-TERM-GRADE
           PERFORM WRITE-ETRAN-RECORD
           IF WS-HAVE-GRADES
               PERFORM SEND-TERM-COURSES
           END-IF.

       SEND-TERM-COURSES.
           MOVE ETQ-STUDENT-ID TO CGR-STUDENT-ID
           MOVE LOW-VALUES TO CGR-COURSE-CODE
           MOVE ZERO TO CGR-TERM
           START COURSE-GRADE-FILE KEY IS NOT LESS THAN CGR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SEND-COURSE-ROWS
           END-START.

       SEND-COURSE-ROWS.
           MOVE "N" TO WS-GRADE-EOF
           PERFORM UNTIL WS-GRADE-EOF = "Y"
               READ COURSE-GRADE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GRADE-EOF
                   NOT AT END
                       IF CGR-STUDENT-ID NOT = ETQ-STUDENT-ID
                           MOVE "Y" TO WS-GRADE-EOF
                       ELSE
                           IF CGR-TERM = TH-TERM-NUM
                               PERFORM SEND-ONE-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> A passed course (anything but F) earns the section's
       *> catalog credit hours, as the credit audit counts them.
       SEND-ONE-COURSE.
           MOVE SPACES TO ETRAN-RECORD
           SET ETR-COURSE TO TRUE
           MOVE WS-STATE-ID      TO ETC-STATE-ID
           MOVE CGR-TERM         TO ETC-TERM
           MOVE CGR-COURSE-CODE  TO ETC-COURSE-CODE
           MOVE CGR-LETTER-GRADE TO ETC-GRADE
           MOVE ZERO TO WS-COURSE-CREDITS
           IF WS-HAVE-CATALOG
               MOVE CGR-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CRS-DESCRIPTION  TO ETC-COURSE-TITLE
                       MOVE CRS-SUBJECT-AREA TO ETC-SUBJECT-AREA
                       MOVE CRS-WEIGHT-CATEGORY
                           TO ETC-WEIGHT-CATEGORY
                       IF CGR-LETTER-GRADE NOT = "F"
                           MOVE CRS-CREDIT-HOURS
                               TO WS-COURSE-CREDITS
                       END-IF
               END-READ
           END-IF
           MOVE WS-COURSE-CREDITS TO ETC-CREDITS-EARNED
           ADD WS-COURSE-CREDITS TO WS-CREDITS-EARNED
           PERFORM WRITE-ETRAN-RECORD.

       *> Approved outside courses only, the same rule TRNSCRPT
       *> prints by.
       SEND-TRANSFER-CREDIT.
           MOVE ETQ-STUDENT-ID TO TCR-STUDENT-ID
           MOVE LOW-VALUES TO TCR-SOURCE-COURSE
           MOVE "N" TO WS-SCAN-EOF
           START TRANSFER-FILE KEY IS NOT LESS THAN TCR-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF TCR-STUDENT-ID NOT = ETQ-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF TCR-APPROVED
                               PERFORM SEND-ONE-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SEND-ONE-TRANSFER.
           MOVE SPACES TO ETRAN-RECORD
           SET ETR-TRANSFER TO TRUE
           MOVE WS-STATE-ID       TO ETX-STATE-ID
           MOVE TCR-SOURCE-SCHOOL TO ETX-SOURCE-SCHOOL
           MOVE TCR-SOURCE-COURSE TO ETX-SOURCE-COURSE
           MOVE TCR-SOURCE-TITLE  TO ETX-SOURCE-TITLE
           MOVE TCR-GRADE         TO ETX-GRADE
           MOVE TCR-CREDITS       TO ETX-CREDITS
           MOVE TCR-SUBJECT-AREA  TO ETX-SUBJECT-AREA
           ADD TCR-CREDITS TO WS-TRANSFER-CREDITS
           PERFORM WRITE-ETRAN-RECORD.

       *> Credits, cumulative GPA and the attendance summary from
       *> the master's day counters; the set's own record count
       *> includes this closing record.
       SEND-CLOSING-RECORD.
           MOVE SPACES TO ETRAN-RECORD
           SET ETR-STUDENT-END TO TRUE
           MOVE WS-STATE-ID         TO ETE-STATE-ID
           MOVE WS-TERM-COUNT       TO ETE-TERM-COUNT
           MOVE WS-CREDITS-EARNED   TO ETE-CREDITS-EARNED
           MOVE WS-TRANSFER-CREDITS TO ETE-TRANSFER-CREDITS
           IF WS-TERM-COUNT > ZERO
               COMPUTE ETE-CUMULATIVE-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-TERM-COUNT
               COMPUTE ETE-CUMULATIVE-WEIGHTED ROUNDED =
                   WS-WGPA-TOTAL / WS-TERM-COUNT
           ELSE
               MOVE ZERO TO ETE-CUMULATIVE-GPA
               MOVE ZERO TO ETE-CUMULATIVE-WEIGHTED
           END-IF
           MOVE STUDENT-DAYS-ENROLLED TO ETE-DAYS-ENROLLED
           MOVE STUDENT-DAYS-PRESENT  TO ETE-DAYS-PRESENT
           COMPUTE ETE-ATTENDANCE-PCT ROUNDED =
               STUDENT-ATTENDANCE-PCT
           COMPUTE ETE-SET-REC-COUNT = WS-SET-REC-COUNT + 1
           PERFORM WRITE-ETRAN-RECORD.

       WRITE-ETRAN-RECORD.
           WRITE ETRAN-RECORD
           ADD 1 TO WS-FILE-REC-COUNT
           IF NOT ETR-HEADER
               ADD 1 TO WS-SET-REC-COUNT
           END-IF.

       WRITE-SEND-LOG.
           MOVE WS-RUN-DATE         TO ETL-SEND-DATE
           MOVE ETQ-DEST-CODE       TO ETL-DEST-CODE
           MOVE ETQ-STUDENT-ID      TO ETL-STUDENT-ID
           MOVE WS-STATE-ID         TO ETL-STATE-ID
           MOVE WS-HOLD-BACK-REASON TO ETL-REASON
           MOVE WS-SET-REC-COUNT    TO ETL-SET-REC-COUNT
           MOVE WS-ETRAN-DSNAME     TO ETL-FILE-NAME
           WRITE SEND-LOG-RECORD.

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
           STRING "ELECTRONIC TRANSCRIPTS HELD BACK"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ETRAN-REQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REQUEST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMHIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRSGRADE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRSGRADE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STATEIDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STATEID-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRNCRED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANSFER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ETRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ETRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ETRAN-LOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SENDLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ETRANS-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT
               "ETRANS-SENDER-NAME"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SENDER-NAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ETRANS-SENDER-ID"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SENDER-ID
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
