       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCAPT.

      *> Period attendance capture.  Each section teacher's feed
      *> marks the students in the room for one meeting period; a
      *> mark posts only for a student who is active, enrolled in
      *> the section this term, and marked against the period the
      *> section actually meets.  PERROLL derives the daily mark
      *> from what lands here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One record per student per section per day, as the
           *> section teacher marks the room.
           SELECT PER-TRAN-FILE ASSIGN TO WS-PERTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PERTRAN-FS.

           SELECT PERIOD-ATT-FILE ASSIGN TO WS-PERATTD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRA-KEY
               FILE STATUS IS PERATTD-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPENSE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PER-TRAN-FILE.
       01 PER-TRAN-RECORD.
           05 PTR-STUDENT-ID        PIC 9(6).
           05 PTR-DATE              PIC 9(8).
           05 PTR-PERIOD            PIC 9(2).
           05 PTR-SECTION           PIC X(3).
           05 PTR-MARK              PIC X(1).
               88 PTR-MARK-VALID    VALUES "P" "A" "T".
           *> "E" when the absence from this section was sanctioned
           *> (field trip, counselor pass, nurse); space otherwise.
           05 PTR-EXCUSE            PIC X(1).
               88 PTR-EXCUSE-VALID  VALUES "E" " ".

       FD PERIOD-ATT-FILE.
       01 PERIOD-ATT-RECORD.
           COPY "PERATTRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           COPY "SUSPENSRC".

       WORKING-STORAGE SECTION.
       01 WS-PERTRAN-DSNAME         PIC X(40) VALUE "pertran.dat".
       01 WS-PERATTD-DSNAME         PIC X(40) VALUE "perattd.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-SUSPENSE-DSNAME        PIC X(40) VALUE "suspense.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PERTRAN-FS               PIC XX.
       01 PERATTD-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 ENROLL-FS                PIC XX.
       01 SUSPENSE-FS              PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-POSTED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REMARKED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).
       01 WS-CURRENT-TERM          PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           *> A section roster only means anything inside a term.
           CALL "TERMGET" USING WS-CURRENT-TERM WS-TERM-STATE
           IF WS-TERM-STATE = "U"
               DISPLAY "PERCAPT: NO TERM CONTROL ON FILE - RUN "
                   "TRMCLOSE FIRST"
               STOP RUN
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT PER-TRAN-FILE
           IF PERTRAN-FS NOT = "00"
               DISPLAY "PERCAPT: UNABLE TO OPEN PERIOD ATTENDANCE "
                   "FEED, STATUS=" PERTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O PERIOD-ATT-FILE
           IF PERATTD-FS NOT = "00"
               OPEN OUTPUT PERIOD-ATT-FILE
               CLOSE PERIOD-ATT-FILE
               OPEN I-O PERIOD-ATT-FILE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "PERCAPT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "PERCAPT: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "PERCAPT: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               STOP RUN
           END-IF

           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-FS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ PER-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Capture-Period-Mark
               END-READ
           END-PERFORM

           CLOSE PER-TRAN-FILE
           CLOSE PERIOD-ATT-FILE
           CLOSE STUDENT-FILE
           CLOSE CATALOG-FILE
           CLOSE ENROLL-FILE
           CLOSE SUSPENSE-FILE

           DISPLAY "===== PERIOD ATTENDANCE CAPTURE SUMMARY ====="
           DISPLAY "MARKS READ    : " WS-TRAN-COUNT
           DISPLAY "MARKS POSTED  : " WS-POSTED-COUNT
           DISPLAY "  RE-MARKED   : " WS-REMARKED-COUNT
           DISPLAY "REJECTED      : " WS-REJECT-COUNT

           STOP RUN.

       Capture-Period-Mark.
           EVALUATE TRUE
               WHEN NOT PTR-MARK-VALID
                   MOVE "INVALID ATTENDANCE MARK" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               WHEN NOT PTR-EXCUSE-VALID
                   MOVE "INVALID EXCUSE CODE" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               WHEN PTR-PERIOD = ZERO
                   MOVE "NO MEETING PERIOD" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               WHEN OTHER
                   MOVE PTR-STUDENT-ID TO STUDENT-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE "ID NOT ON FILE" TO SUS-REASON
                           PERFORM WRITE-SUSPENSE
                       NOT INVALID KEY
                           IF STUDENT-DEACTIVATED
                               MOVE "STUDENT DEACTIVATED"
                                   TO SUS-REASON
                               PERFORM WRITE-SUSPENSE
                           ELSE
                               PERFORM CHECK-THE-SECTION
                           END-IF
                   END-READ
           END-EVALUATE.

       *> The section must exist and meet in the period marked (an
       *> unscheduled section takes whatever period the teacher
       *> keys), and the student must be on its roll this term.
       CHECK-THE-SECTION.
           MOVE PTR-SECTION TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY
                   MOVE "COURSE NOT IN CATALOG" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               NOT INVALID KEY
                   IF CRS-MEETING-PERIOD NOT = ZERO
                       AND CRS-MEETING-PERIOD NOT = PTR-PERIOD
                       MOVE "SECTION NOT MEETING IN PERIOD"
                           TO SUS-REASON
                       PERFORM WRITE-SUSPENSE
                   ELSE
                       PERFORM CHECK-THE-ROSTER
                   END-IF
           END-READ.

       CHECK-THE-ROSTER.
           MOVE PTR-STUDENT-ID  TO ENR-STUDENT-ID
           MOVE PTR-SECTION     TO ENR-COURSE-CODE
           MOVE WS-CURRENT-TERM TO ENR-TERM
           READ ENROLL-FILE
               INVALID KEY
                   MOVE "NOT ENROLLED IN SECTION" TO SUS-REASON
                   PERFORM WRITE-SUSPENSE
               NOT INVALID KEY
                   IF NOT ENR-ENROLLED
                       MOVE "NOT ENROLLED IN SECTION" TO SUS-REASON
                       PERFORM WRITE-SUSPENSE
                   ELSE
                       PERFORM WRITE-PERIOD-RECORD
                   END-IF
           END-READ.

       *> One record per student per day per period.  A mark re-sent
       *> for a period already on file rewrites it - the teacher's
       *> latest word for the period stands.
       WRITE-PERIOD-RECORD.
           MOVE PTR-STUDENT-ID TO PRA-STUDENT-ID
           MOVE PTR-DATE       TO PRA-DATE
           MOVE PTR-PERIOD     TO PRA-PERIOD
           MOVE PTR-SECTION    TO PRA-SECTION
           MOVE PTR-MARK       TO PRA-MARK
           MOVE PTR-EXCUSE     TO PRA-EXCUSE
           MOVE STUDENT-CAMPUS TO PRA-CAMPUS
           MOVE WS-RUN-DATE    TO PRA-CAPTURED-DATE
           WRITE PERIOD-ATT-RECORD
               INVALID KEY
                   REWRITE PERIOD-ATT-RECORD
                       INVALID KEY
                           DISPLAY "PERCAPT: PERIOD REWRITE FAILED, "
                               "ID=" PTR-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                           ADD 1 TO WS-REMARKED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-WRITE.

       *> The attendance date rides in the (otherwise unused) name
       *> column and the section in the class column, so the repair
       *> operator can see which day and room the mark was for.
       WRITE-SUSPENSE.
           MOVE SPACES TO SUS-OPERATOR-ID
           SET SUS-OPEN        TO TRUE
           MOVE PTR-MARK       TO SUS-TRAN-CODE
           MOVE PTR-STUDENT-ID TO SUS-STUDENT-ID
           MOVE SPACES         TO SUS-STUDENT-NAME
           MOVE PTR-DATE       TO SUS-STUDENT-NAME (1:8)
           MOVE PTR-SECTION    TO SUS-STUDENT-CLASS
           MOVE SPACE          TO SUS-STUDENT-GRADE
           MOVE ZERO           TO SUS-TUITION-BALANCE
           MOVE ZERO           TO SUS-GPA SUS-ATTENDANCE-PCT
           MOVE SPACES         TO SUS-STUDENT-CAMPUS
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "PERCAPT: REJECTED, ID=" PTR-STUDENT-ID
               " DATE=" PTR-DATE " PERIOD=" PTR-PERIOD
               " REASON=" SUS-REASON.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PER-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PERTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PERATTD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PERATTD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TM-SUSPENSE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SUSPENSE-DSNAME
           END-IF.
