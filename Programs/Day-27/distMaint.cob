       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> "A" adds or changes a row, "D" deletes one.  A report's
           *> definition row is keyed with campus and recipient blank
           *> and carries only the restricted flag.
           SELECT DST-TRAN-FILE ASSIGN TO WS-DSTTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSTTRAN-FS.

           SELECT DIST-FILE ASSIGN TO WS-DIST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-KEY
               FILE STATUS IS DIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DST-TRAN-FILE.
       01 DST-TRAN-RECORD.
           05 DTT-ACTION            PIC X(1).
           05 DTT-REPORT            PIC X(8).
           05 DTT-CAMPUS            PIC X(2).
           05 DTT-RECIPIENT         PIC X(8).
           05 DTT-RECIPIENT-NAME    PIC X(20).
           05 DTT-COPIES            PIC 9(2).
           05 DTT-FERPA-FLAG        PIC X(1).

       FD DIST-FILE.
       01 DIST-RECORD.
           COPY "DISTRC".

       WORKING-STORAGE SECTION.
       01 WS-DSTTRAN-DSNAME         PIC X(40) VALUE "dsttran.dat".
       01 WS-DIST-DSNAME            PIC X(40) VALUE "distrib.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 DSTTRAN-FS               PIC XX.
       01 DIST-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT DST-TRAN-FILE
           IF DSTTRAN-FS NOT = "00"
               DISPLAY "DISTMNT: UNABLE TO OPEN DISTRIBUTION FEED, "
                   "STATUS=" DSTTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O DIST-FILE
           IF DIST-FS NOT = "00"
               OPEN OUTPUT DIST-FILE
               CLOSE DIST-FILE
               OPEN I-O DIST-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DST-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Dist-Action
               END-READ
           END-PERFORM

           CLOSE DST-TRAN-FILE
           CLOSE DIST-FILE

           DISPLAY "===== REPORT DISTRIBUTION MAINTENANCE ====="
           DISPLAY "ACTIONS READ : " WS-TRAN-COUNT
           DISPLAY "APPLIED      : " WS-APPLIED-COUNT
           DISPLAY "REJECTED     : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Dist-Action.
           EVALUATE DTT-ACTION
               WHEN "A" PERFORM Record-Dist-Row
               WHEN "D" PERFORM Delete-Dist-Row
               WHEN OTHER
                   DISPLAY "DISTMNT: UNKNOWN ACTION " DTT-ACTION
                       " REPORT=" DTT-REPORT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       Record-Dist-Row.
           MOVE DTT-REPORT    TO DST-REPORT
           MOVE DTT-CAMPUS    TO DST-CAMPUS
           MOVE DTT-RECIPIENT TO DST-RECIPIENT
           MOVE DTT-FERPA-FLAG TO DST-FERPA-FLAG
           IF DTT-CAMPUS = SPACES AND DTT-RECIPIENT = SPACES
               SET DST-REPORT-ROW TO TRUE
               MOVE SPACES TO DST-RECIPIENT-NAME
               MOVE ZERO TO DST-COPIES
           ELSE
               SET DST-RECIPIENT-ROW TO TRUE
               MOVE DTT-RECIPIENT-NAME TO DST-RECIPIENT-NAME
               MOVE DTT-COPIES TO DST-COPIES
           END-IF

           EVALUATE TRUE
               WHEN DTT-REPORT = SPACES
                   DISPLAY "DISTMNT: ROW NEEDS A REPORT NAME - "
                       "REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT DST-FERPA-YES AND NOT DST-FERPA-NO
                   DISPLAY "DISTMNT: REPORT " DTT-REPORT
                       " RECIPIENT " DTT-RECIPIENT
                       " FERPA FLAG MUST BE Y OR N - REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN DST-RECIPIENT-ROW
                   AND (DTT-CAMPUS = SPACES OR DTT-RECIPIENT = SPACES
                        OR DTT-COPIES NOT NUMERIC
                        OR DTT-COPIES = ZERO)
                   DISPLAY "DISTMNT: REPORT " DTT-REPORT
                       " RECIPIENT " DTT-RECIPIENT
                       " NEEDS A CAMPUS, RECIPIENT AND COPIES - "
                       "REJECTED"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   WRITE DIST-RECORD
                       INVALID KEY
                           REWRITE DIST-RECORD
                               INVALID KEY
                                   DISPLAY "DISTMNT: REWRITE FAILED, "
                                       "REPORT=" DTT-REPORT
                                       " RECIPIENT=" DTT-RECIPIENT
                                   ADD 1 TO WS-REJECT-COUNT
                               NOT INVALID KEY
                                   ADD 1 TO WS-APPLIED-COUNT
                           END-REWRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
           END-EVALUATE.

       Delete-Dist-Row.
           MOVE DTT-REPORT    TO DST-REPORT
           MOVE DTT-CAMPUS    TO DST-CAMPUS
           MOVE DTT-RECIPIENT TO DST-RECIPIENT
           DELETE DIST-FILE
               INVALID KEY
                   DISPLAY "DISTMNT: ROW NOT ON FILE: " DTT-REPORT
                       " " DTT-CAMPUS " " DTT-RECIPIENT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DST-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DSTTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISTRIB-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DIST-DSNAME
           END-IF.
