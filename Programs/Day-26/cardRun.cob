       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The front office's reprint requests: "L" a lost card
           *> (the reprint fee is charged), "D" a damaged card and
           *> "N" a name change (no fee).  Optional - a run with no
           *> requests still prints new registrations and transfers.
           SELECT CARD-REQ-FILE ASSIGN TO WS-CARDREQ-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARDREQ-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT CARD-FILE ASSIGN TO WS-CARD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-STUDENT-ID
               FILE STATUS IS CARD-FS.

           *> The route printed on the card comes off the rider's
           *> bus assignment; a student not assigned prints blank.
           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAS-STUDENT-ID
               FILE STATUS IS ASSIGN-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           *> The card vendor's print file, one record per card to
           *> print, written fresh per run.
           SELECT CARD-PRINT-FILE ASSIGN TO WS-CARDPRT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARDPRT-FS.

           *> The door-access vendor's feed: ISSUE for every card
           *> printed, REVOKE for every card that stops being valid
           *> - a deactivated student's, or the one a reprint
           *> replaced.
           SELECT DOOR-FEED-FILE ASSIGN TO WS-DOORFEED-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DOORFEED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-REQ-FILE.
       01 CARD-REQ-RECORD.
           05 CRQ-STUDENT-ID        PIC 9(6).
           05 CRQ-REASON            PIC X(1).
               88 CRQ-LOST          VALUE "L".
               88 CRQ-REASON-VALID  VALUES "L" "D" "N".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CARD-FILE.
       01 CARD-RECORD.
           COPY "CARDRC".

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           COPY "BUSASGRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD CARD-PRINT-FILE.
       01 CARD-PRINT-RECORD.
           05 CPR-CARD-NUMBER       PIC 9(9).
           05 CPR-STUDENT-ID        PIC 9(6).
           05 CPR-STUDENT-NAME      PIC X(20).
           05 CPR-CAMPUS            PIC X(2).
           05 CPR-CLASS             PIC X(3).
           05 CPR-ROUTE-CODE        PIC X(4).
           05 CPR-REASON            PIC X(7).
           05 CPR-ISSUE-DATE        PIC 9(8).

       FD DOOR-FEED-FILE.
       01 DOOR-FEED-HEADER.
           05 DFH-TYPE              PIC X(1).
           05 DFH-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(44).
       01 DOOR-FEED-DETAIL.
           05 DFD-TYPE              PIC X(1).
           05 DFD-ACTION            PIC X(7).
           05 DFD-CARD-NUMBER       PIC 9(9).
           05 DFD-STUDENT-ID        PIC 9(6).
           05 DFD-STUDENT-NAME      PIC X(20).
           05 DFD-ACTION-DATE       PIC 9(8).
           05 DFD-CAMPUS            PIC X(2).
       01 DOOR-FEED-TRAILER.
           05 DFT-TYPE              PIC X(1).
           05 DFT-REC-COUNT         PIC 9(6).
           05 FILLER                PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-CARDREQ-DSNAME         PIC X(40) VALUE "cardreq.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CARD-DSNAME            PIC X(40) VALUE "idcard.idx".
       01 WS-ASSIGN-DSNAME          PIC X(40) VALUE "busasgn.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-CARDPRT-DSNAME         PIC X(40) VALUE "cardprt.dat".
       01 WS-DOORFEED-DSNAME        PIC X(40) VALUE "doorfeed.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CARDREQ-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CARD-FS                  PIC XX.
       01 ASSIGN-FS                PIC XX.
       01 CHARGE-FS                PIC XX.
       01 CARDPRT-FS               PIC XX.
       01 DOORFEED-FS              PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ASSIGN-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-ASSIGNMENTS  VALUE "Y".
       01 WS-CARD-ON-FILE          PIC X VALUE "N".
       01 WS-ISSUE-REASON          PIC X(7).
       01 WS-DOOR-ACTION           PIC X(7).
       01 WS-OLD-CARD-NUMBER       PIC 9(9) VALUE ZERO.
       01 WS-NEXT-SEQ              PIC 9(4) VALUE ZERO.

       01 WS-REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NEW-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-TRANSFER-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REPRINT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REVOKE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-FEE-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-PRINT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-DOOR-COUNT            PIC 9(6) VALUE ZERO.

       *> A lost card's reprint fee (CARD-REPRINT-FEE) posts as an
       *> IDC open item, the way TXBMAINT charges a lost book.
       01 WS-REPRINT-FEE           PIC S9(5)V99 COMP-3 VALUE 10.00.

       *> GLPOST call arguments - each reprint fee journals
       *> DR AR / CR FEEREV.
       01 WS-GL-FUNCTION           PIC X(1).
       01 WS-GL-ACCOUNT            PIC X(6).
       01 WS-GL-DRCR               PIC X(1).
       01 WS-GL-AMOUNT             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-GL-SOURCE             PIC X(9) VALUE "CARDRUN".

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       *> AUDITWR call arguments - balance/record changes against
       *> the student master land on the common audit trail.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "CARDRUN".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "CARDREQ".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN I-O STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CARDRUN: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN I-O CARD-FILE
           IF CARD-FS NOT = "00"
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF

           OPEN I-O CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               OPEN OUTPUT CHARGE-FILE
               CLOSE CHARGE-FILE
               OPEN I-O CHARGE-FILE
           END-IF

           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FS = "00"
               SET WS-HAVE-ASSIGNMENTS TO TRUE
           ELSE
               DISPLAY "CARDRUN: NO BUS ASSIGNMENT FILE - ROUTES "
                   "PRINT BLANK"
           END-IF

           OPEN OUTPUT CARD-PRINT-FILE
           IF CARDPRT-FS NOT = "00"
               DISPLAY "CARDRUN: UNABLE TO OPEN CARD PRINT FILE, "
                   "STATUS=" CARDPRT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT DOOR-FEED-FILE
           IF DOORFEED-FS NOT = "00"
               DISPLAY "CARDRUN: UNABLE TO OPEN DOOR ACCESS FEED, "
                   "STATUS=" DOORFEED-FS
               STOP RUN
           END-IF
           MOVE SPACES TO DOOR-FEED-HEADER
           MOVE "H" TO DFH-TYPE
           MOVE WS-RUN-DATE TO DFH-RUN-DATE
           WRITE DOOR-FEED-HEADER

           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           PERFORM PROCESS-REPRINT-REQUESTS
           PERFORM SWEEP-THE-MASTER

           MOVE "C" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE

           MOVE SPACES TO DOOR-FEED-TRAILER
           MOVE "T" TO DFT-TYPE
           MOVE WS-DOOR-COUNT TO DFT-REC-COUNT
           WRITE DOOR-FEED-TRAILER

           CLOSE STUDENT-FILE
           CLOSE CARD-FILE
           CLOSE CHARGE-FILE
           IF WS-HAVE-ASSIGNMENTS
               CLOSE ASSIGN-FILE
           END-IF
           CLOSE CARD-PRINT-FILE
           CLOSE DOOR-FEED-FILE

           DISPLAY "===== STUDENT ID CARD RUN SUMMARY ====="
           DISPLAY "REPRINT REQUESTS : " WS-REQUEST-COUNT
           DISPLAY "NEW CARDS        : " WS-NEW-COUNT
           DISPLAY "TRANSFER CARDS   : " WS-TRANSFER-COUNT
           DISPLAY "REPRINTS         : " WS-REPRINT-COUNT
           DISPLAY "CARDS TO PRINT   : " WS-PRINT-COUNT
           DISPLAY "CARDS REVOKED    : " WS-REVOKE-COUNT
           DISPLAY "REPRINT FEES     : " WS-FEE-COUNT
           DISPLAY "REJECTED         : " WS-REJECT-COUNT
           DISPLAY "CARDRUN: PRINT FILE " WS-CARDPRT-DSNAME
           DISPLAY "CARDRUN: DOOR FEED  " WS-DOORFEED-DSNAME

           STOP RUN.

       *> Requests go first, so a student who both asked for a
       *> reprint and transferred gets one card, not two - the sweep
       *> then finds the campus already matches.
       PROCESS-REPRINT-REQUESTS.
           OPEN INPUT CARD-REQ-FILE
           IF CARDREQ-FS NOT = "00"
               DISPLAY "CARDRUN: NO REPRINT REQUESTS THIS RUN"
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ CARD-REQ-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM Apply-Reprint-Request
                   END-READ
               END-PERFORM
               CLOSE CARD-REQ-FILE
               MOVE "N" TO WS-EOF
           END-IF.

       Apply-Reprint-Request.
           MOVE CRQ-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "CARDRUN: ID NOT ON FILE=" CRQ-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CRQ-REASON-VALID
                           DISPLAY "CARDRUN: UNKNOWN REPRINT REASON "
                               CRQ-REASON " ID=" CRQ-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN STUDENT-DEACTIVATED
                           DISPLAY "CARDRUN: STUDENT DEACTIVATED, ID="
                               CRQ-STUDENT-ID " - NO REPRINT"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN OTHER
                           PERFORM READ-THE-CARD
                           IF WS-CARD-ON-FILE = "Y" AND CRD-ACTIVE
                               MOVE "REPRINT" TO WS-ISSUE-REASON
                               ADD 1 TO WS-REPRINT-COUNT
                               PERFORM ISSUE-A-CARD
                               IF CRQ-LOST
                                   PERFORM POST-REPRINT-FEE
                               END-IF
                           ELSE
                               MOVE "NEW    " TO WS-ISSUE-REASON
                               ADD 1 TO WS-NEW-COUNT
                               PERFORM ISSUE-A-CARD
                           END-IF
                   END-EVALUATE
           END-READ.

       *> Every student on the master: an active student with no
       *> live card is a new registration, one whose campus moved
       *> is a transfer, and a deactivated student's live card is
       *> revoked.
       SWEEP-THE-MASTER.
           MOVE ZERO TO STUDENT-ID
           START STUDENT-FILE KEY IS NOT LESS THAN STUDENT-ID
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM Check-One-Student
               END-READ
           END-PERFORM.

       Check-One-Student.
           PERFORM READ-THE-CARD
           EVALUATE TRUE
               WHEN STUDENT-DEACTIVATED
                   IF WS-CARD-ON-FILE = "Y" AND CRD-ACTIVE
                       PERFORM REVOKE-THE-CARD
                   END-IF
               WHEN WS-CARD-ON-FILE = "N" OR CRD-REVOKED
                   MOVE "NEW    " TO WS-ISSUE-REASON
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM ISSUE-A-CARD
               WHEN CRD-CAMPUS NOT = STUDENT-CAMPUS
                   MOVE "XFER   " TO WS-ISSUE-REASON
                   ADD 1 TO WS-TRANSFER-COUNT
                   PERFORM ISSUE-A-CARD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       READ-THE-CARD.
           MOVE STUDENT-ID TO CRD-STUDENT-ID
           READ CARD-FILE
               INVALID KEY MOVE "N" TO WS-CARD-ON-FILE
               NOT INVALID KEY MOVE "Y" TO WS-CARD-ON-FILE
           END-READ.

       *> A card replacing a live one revokes the old number at the
       *> door before the new one is issued.
       ISSUE-A-CARD.
           IF WS-CARD-ON-FILE = "Y"
               IF CRD-ACTIVE
                   MOVE "REVOKE " TO WS-DOOR-ACTION
                   PERFORM WRITE-DOOR-LINE
               END-IF
               ADD 1 TO CRD-ISSUE-COUNT
           ELSE
               MOVE STUDENT-ID TO CRD-STUDENT-ID
               MOVE 1 TO CRD-ISSUE-COUNT
           END-IF
           COMPUTE CRD-CARD-NUMBER =
               STUDENT-ID * 1000 + CRD-ISSUE-COUNT
           MOVE WS-RUN-DATE    TO CRD-ISSUE-DATE
           MOVE "A"            TO CRD-STATUS
           MOVE STUDENT-CAMPUS TO CRD-CAMPUS
           MOVE ZERO           TO CRD-REVOKED-DATE
           IF WS-CARD-ON-FILE = "Y"
               REWRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "CARDRUN: CARD REWRITE FAILED, ID="
                           STUDENT-ID
               END-REWRITE
           ELSE
               WRITE CARD-RECORD
                   INVALID KEY
                       DISPLAY "CARDRUN: CARD WRITE FAILED, ID="
                           STUDENT-ID
               END-WRITE
           END-IF
           MOVE "Y" TO WS-CARD-ON-FILE
           PERFORM WRITE-PRINT-RECORD
           MOVE "ISSUE  " TO WS-DOOR-ACTION
           PERFORM WRITE-DOOR-LINE.

       REVOKE-THE-CARD.
           MOVE "REVOKE " TO WS-DOOR-ACTION
           PERFORM WRITE-DOOR-LINE
           MOVE "R" TO CRD-STATUS
           MOVE WS-RUN-DATE TO CRD-REVOKED-DATE
           REWRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "CARDRUN: CARD REWRITE FAILED, ID="
                       STUDENT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-REVOKE-COUNT
           END-REWRITE.

       WRITE-PRINT-RECORD.
           MOVE SPACES TO CPR-ROUTE-CODE
           IF WS-HAVE-ASSIGNMENTS
               MOVE STUDENT-ID TO BAS-STUDENT-ID
               READ ASSIGN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BAS-ROUTE-CODE TO CPR-ROUTE-CODE
               END-READ
           END-IF
           MOVE CRD-CARD-NUMBER TO CPR-CARD-NUMBER
           MOVE STUDENT-ID      TO CPR-STUDENT-ID
           MOVE STUDENT-NAME    TO CPR-STUDENT-NAME
           MOVE STUDENT-CAMPUS  TO CPR-CAMPUS
           MOVE STUDENT-CLASS   TO CPR-CLASS
           MOVE WS-ISSUE-REASON TO CPR-REASON
           MOVE WS-RUN-DATE     TO CPR-ISSUE-DATE
           WRITE CARD-PRINT-RECORD
           ADD 1 TO WS-PRINT-COUNT.

       WRITE-DOOR-LINE.
           MOVE "D"             TO DFD-TYPE
           MOVE WS-DOOR-ACTION  TO DFD-ACTION
           MOVE CRD-CARD-NUMBER TO DFD-CARD-NUMBER
           MOVE STUDENT-ID      TO DFD-STUDENT-ID
           MOVE STUDENT-NAME    TO DFD-STUDENT-NAME
           MOVE WS-RUN-DATE     TO DFD-ACTION-DATE
           MOVE STUDENT-CAMPUS  TO DFD-CAMPUS
           WRITE DOOR-FEED-DETAIL
           ADD 1 TO WS-DOOR-COUNT.

       *> The fee posts as an IDC open item under the student's next
       *> sequence, exactly the way CHGPOST posts its feed.
       POST-REPRINT-FEE.
           IF WS-REPRINT-FEE > ZERO
               PERFORM FIND-NEXT-ITEM-SEQ
               MOVE STUDENT-ID        TO CHG-STUDENT-ID
               MOVE WS-NEXT-SEQ       TO CHG-ITEM-SEQ
               MOVE "IDC"             TO CHG-CHARGE-CODE
               MOVE WS-REPRINT-FEE    TO CHG-AMOUNT
               MOVE WS-RUN-DATE       TO CHG-POST-DATE
               SET CHG-OPEN           TO TRUE
               MOVE SPACE             TO CHG-DISPUTE-FLAG
               MOVE ZERO              TO CHG-DISPUTE-DATE
               MOVE ZERO              TO CHG-WRITEOFF-DATE
               MOVE SPACES            TO CHG-WRITEOFF-REASON
               MOVE STUDENT-RECORD TO WS-AUD-BEFORE
               WRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "CARDRUN: CHARGE WRITE FAILED, ID="
                           STUDENT-ID " STATUS=" CHARGE-FS
                   NOT INVALID KEY
                       ADD WS-REPRINT-FEE
                           TO STUDENT-TUITION-BALANCE
                       MOVE WS-RUN-DATE
                           TO STUDENT-LAST-ACTIVITY-DATE
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "CARDRUN: BALANCE REWRITE "
                                   "FAILED, ID=" STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-FEE-COUNT
                               PERFORM JOURNAL-REPRINT-FEE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
               END-WRITE
           END-IF.

       JOURNAL-REPRINT-FEE.
           MOVE "W" TO WS-GL-FUNCTION
           MOVE WS-REPRINT-FEE TO WS-GL-AMOUNT
           MOVE "AR    " TO WS-GL-ACCOUNT
           MOVE "D" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE
           MOVE "FEEREV" TO WS-GL-ACCOUNT
           MOVE "C" TO WS-GL-DRCR
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
               WS-GL-DRCR WS-GL-AMOUNT WS-GL-SOURCE.

       *> Same next-sequence walk CHGPOST uses over this student's
       *> ledger items.
       FIND-NEXT-ITEM-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE STUDENT-ID TO CHG-STUDENT-ID
           MOVE ZERO TO CHG-ITEM-SEQ
           MOVE "N" TO WS-SCAN-EOF
           START CHARGE-FILE KEY IS NOT LESS THAN CHG-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CHARGE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CHG-STUDENT-ID = STUDENT-ID
                           MOVE CHG-ITEM-SEQ TO WS-NEXT-SEQ
                       ELSE
                           MOVE "Y" TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CARD-REQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARDREQ-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "IDCARD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSASGN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ASSIGN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CARDPRT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CARDPRT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DOORFEED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DOORFEED-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CARD-REPRINT-FEE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REPRINT-FEE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID     TO WS-AUD-STUDENT-ID
           MOVE STUDENT-RECORD TO WS-AUD-AFTER
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.
