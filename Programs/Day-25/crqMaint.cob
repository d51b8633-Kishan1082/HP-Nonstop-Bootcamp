       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRQMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The counselors' request feed for next term: "A" records
           *> (or replaces) a first-choice course and its alternate,
           *> "D" withdraws a request.  Every request is filed under
           *> the term control record's next term.
           SELECT CRQ-TRAN-FILE ASSIGN TO WS-CRQTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRQTRAN-FS.

           SELECT REQUEST-FILE ASSIGN TO WS-CRSREQ-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS CRSREQ-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CRQ-TRAN-FILE.
       01 CRQ-TRAN-RECORD.
           05 CQT-ACTION            PIC X(1).
           05 CQT-STUDENT-ID        PIC 9(6).
           05 CQT-COURSE-CODE       PIC X(3).
           05 CQT-ALTERNATE-CODE    PIC X(3).

       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "CRSREQRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

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

       WORKING-STORAGE SECTION.
       01 WS-CRQTRAN-DSNAME         PIC X(40) VALUE "crqtran.dat".
       01 WS-CRSREQ-DSNAME          PIC X(40) VALUE "crsreq.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CRQTRAN-FS               PIC XX.
       01 CRSREQ-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REQUEST-TERM          PIC 9(2) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-REPLACE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REQ-OK                PIC X VALUE "N".

       *> STUFIND call arguments.
       01 WS-FIND-NAME             PIC X(20).
       01 WS-FIND-CLASS            PIC X(3).
       01 WS-FIND-STATUS           PIC X(1).
       01 WS-FIND-FLAG             PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           PERFORM LOAD-NEXT-TERM
           IF WS-REQUEST-TERM = ZERO
               DISPLAY "CRQMAINT: NO NEXT TERM ON TERM CONTROL - "
                   "REQUESTS CANNOT BE FILED"
               STOP RUN
           END-IF

           OPEN INPUT CRQ-TRAN-FILE
           IF CRQTRAN-FS NOT = "00"
               DISPLAY "CRQMAINT: UNABLE TO OPEN REQUEST FEED, "
                   "STATUS=" CRQTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O REQUEST-FILE
           IF CRSREQ-FS NOT = "00"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CRQMAINT: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ CRQ-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE CQT-ACTION
                           WHEN "A" PERFORM File-Request
                           WHEN "D" PERFORM Withdraw-Request
                           WHEN OTHER
                               DISPLAY "CRQMAINT: UNKNOWN ACTION "
                                   CQT-ACTION " STUDENT="
                                   CQT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE CRQ-TRAN-FILE
           CLOSE REQUEST-FILE
           CLOSE CATALOG-FILE

           DISPLAY "===== COURSE REQUEST MAINTENANCE SUMMARY ====="
           DISPLAY "REQUEST TERM      : " WS-REQUEST-TERM
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "REQUESTS FILED    : " WS-ADD-COUNT
           DISPLAY "REQUESTS REPLACED : " WS-REPLACE-COUNT
           DISPLAY "REQUESTS WITHDRAWN: " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           STOP RUN.

       LOAD-NEXT-TERM.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS = "00"
               READ TERMCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TERMCTL-FS = "00"
                   AND TRM-NEXT-TERM IS NUMERIC
                   MOVE TRM-NEXT-TERM TO WS-REQUEST-TERM
               END-IF
               CLOSE TERMCTL-FILE
           END-IF.

       *> A request must name an active student and a course on the
       *> catalog; an alternate, when given, must be a different
       *> course that is also on the catalog.
       CHECK-THE-REQUEST.
           MOVE "N" TO WS-REQ-OK
           CALL "STUFIND" USING CQT-STUDENT-ID WS-FIND-NAME
               WS-FIND-CLASS WS-FIND-STATUS WS-FIND-FLAG
           EVALUATE TRUE
               WHEN WS-FIND-FLAG NOT = "Y"
                   DISPLAY "CRQMAINT: STUDENT NOT ON FILE="
                       CQT-STUDENT-ID
               WHEN WS-FIND-STATUS NOT = "A"
                   DISPLAY "CRQMAINT: STUDENT NOT ACTIVE="
                       CQT-STUDENT-ID
               WHEN CQT-ALTERNATE-CODE = CQT-COURSE-CODE
                   DISPLAY "CRQMAINT: ALTERNATE SAME AS FIRST CHOICE, "
                       "STUDENT=" CQT-STUDENT-ID
               WHEN OTHER
                   MOVE "Y" TO WS-REQ-OK
           END-EVALUATE

           IF WS-REQ-OK = "Y"
               MOVE CQT-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY "CRQMAINT: COURSE NOT ON CATALOG="
                           CQT-COURSE-CODE
                       MOVE "N" TO WS-REQ-OK
               END-READ
           END-IF

           IF WS-REQ-OK = "Y" AND CQT-ALTERNATE-CODE NOT = SPACES
               MOVE CQT-ALTERNATE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY
                       DISPLAY "CRQMAINT: ALTERNATE NOT ON CATALOG="
                           CQT-ALTERNATE-CODE
                       MOVE "N" TO WS-REQ-OK
               END-READ
           END-IF.

       File-Request.
           PERFORM CHECK-THE-REQUEST
           IF WS-REQ-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE CQT-STUDENT-ID     TO CRQ-STUDENT-ID
               MOVE WS-REQUEST-TERM    TO CRQ-TERM
               MOVE CQT-COURSE-CODE    TO CRQ-COURSE-CODE
               MOVE CQT-ALTERNATE-CODE TO CRQ-ALTERNATE-CODE
               MOVE WS-RUN-DATE        TO CRQ-REQUEST-DATE
               WRITE REQUEST-RECORD
                   INVALID KEY
                       REWRITE REQUEST-RECORD
                           INVALID KEY
                               DISPLAY "CRQMAINT: REWRITE FAILED, "
                                   "STUDENT=" CQT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-REPLACE-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF.

       Withdraw-Request.
           MOVE CQT-STUDENT-ID  TO CRQ-STUDENT-ID
           MOVE WS-REQUEST-TERM TO CRQ-TERM
           MOVE CQT-COURSE-CODE TO CRQ-COURSE-CODE
           DELETE REQUEST-FILE
               INVALID KEY
                   DISPLAY "CRQMAINT: NO SUCH REQUEST, STUDENT="
                       CQT-STUDENT-ID " COURSE=" CQT-COURSE-CODE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRQ-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRQTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRSREQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRSREQ-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF.
