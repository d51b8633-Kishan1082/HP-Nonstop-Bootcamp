               RELATIVE KEY IS BSQ-KEY
               FILE STATUS IS BADGESEQ-FS.

           *> POSMAINT's budgeted positions - a hire fills a vacant
           *> position in its department and campus or is refused,
           *> a termination vacates the position, and a transfer
           *> moves the employee to an open position in the new
           *> department.  Optional: with no position file on the
           *> system, position control is not enforced.
           SELECT POSITION-FILE ASSIGN TO WS-POSITION-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMP-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-TRAN-FILE.
       01 BADGE-SEQ-RECORD.
           05 BSQ-SEQUENCE          PIC 9(6).

       FD POSITION-FILE.
       01 POSITION-RECORD.
           COPY "POSITNRC".

       WORKING-STORAGE SECTION.
       01 WS-EMPTRAN-DSNAME         PIC X(40) VALUE "emptran.dat".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       *> Position control working storage.  The open position a
       *> hire or transfer will take is found before the employee
       *> record changes, so a refusal leaves nothing half-done.
       01 WS-POSITION-DSNAME       PIC X(40) VALUE "position.idx".
       01 POSITION-FS              PIC XX.
       01 WS-POSITIONS-ON-FILE     PIC X VALUE "N".
           88 WS-HAVE-POSITIONS    VALUE "Y".
       01 WS-POS-SCAN-EOF          PIC X VALUE "N".
       01 WS-OPEN-POSITION         PIC 9(5) VALUE ZERO.
       01 WS-OLD-DEPT-CODE         PIC 9(3).
       01 WS-OLD-CAMPUS            PIC X(2).
       01 WS-POS-FILLED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-POS-VACATED-COUNT     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
               OPEN OUTPUT EMP-SUSPENSE-FILE
           END-IF

           OPEN I-O POSITION-FILE
           IF POSITION-FS = "00"
               SET WS-HAVE-POSITIONS TO TRUE
           ELSE
               DISPLAY "EMPMAINT: NO POSITION FILE - POSITION "
                   "CONTROL NOT ENFORCED"
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           CLOSE EMP-TRAN-FILE
           CLOSE EMP-FILE
           CLOSE EMP-SUSPENSE-FILE
           IF WS-HAVE-POSITIONS
               CLOSE POSITION-FILE
           END-IF

           MOVE "T" TO BFT-TYPE
           MOVE WS-BADGE-COUNT TO BFT-REC-COUNT
           DISPLAY "TERMINATIONS      : " WS-TERM-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "BADGE FEED LINES  : " WS-BADGE-COUNT
           DISPLAY "POSITIONS FILLED  : " WS-POS-FILLED-COUNT
           DISPLAY "POSITIONS VACATED : " WS-POS-VACATED-COUNT

           STOP RUN.


       Hire-Employee.
           PERFORM VALIDATE-EMPLOYEE-FIELDS
           IF WS-VALID AND WS-HAVE-POSITIONS
               PERFORM FIND-OPEN-POSITION
           END-IF
           IF NOT WS-VALID
               PERFORM WRITE-EMP-SUSPENSE
           ELSE
                       ADD 1 TO WS-HIRE-COUNT
                       MOVE "ISSUE  " TO BFD-ACTION
                       PERFORM WRITE-BADGE-LINE
                       IF WS-HAVE-POSITIONS
                           PERFORM FILL-OPEN-POSITION
                       END-IF
               END-WRITE
           END-IF.

                               TO ESU-REASON
                           PERFORM WRITE-EMP-SUSPENSE
                       ELSE
                           PERFORM APPLY-EMPLOYEE-CHANGE
                       END-IF
               END-READ
           END-IF.

       *> A change that moves the employee to another department or
       *> campus is a transfer: it needs an open position there,
       *> and the old position falls vacant as the new one fills.
       APPLY-EMPLOYEE-CHANGE.
           MOVE EMP-DEPT-CODE TO WS-OLD-DEPT-CODE
           MOVE EMP-CAMPUS    TO WS-OLD-CAMPUS
           MOVE ZERO          TO WS-OPEN-POSITION
           IF WS-HAVE-POSITIONS
               AND (EMT-DEPT-CODE NOT = WS-OLD-DEPT-CODE
                   OR EMT-CAMPUS NOT = WS-OLD-CAMPUS)
               PERFORM FIND-OPEN-POSITION
           END-IF
           IF NOT WS-VALID
               PERFORM WRITE-EMP-SUSPENSE
           ELSE
               MOVE EMP-NAME      TO WS-OLD-NAME
               MOVE EMT-NAME      TO EMP-NAME
               MOVE EMT-DEPT-CODE TO EMP-DEPT-CODE
               MOVE EMT-CAMPUS    TO EMP-CAMPUS
               REWRITE EMP-REC
                   INVALID KEY
                       MOVE "REWRITE INVALID KEY"
                           TO ESU-REASON
                       PERFORM WRITE-EMP-SUSPENSE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGE-COUNT
                       IF EMP-NAME NOT = WS-OLD-NAME
                           MOVE "REISSUE" TO BFD-ACTION
                           PERFORM WRITE-BADGE-LINE
                       END-IF
                       IF WS-OPEN-POSITION NOT = ZERO
                           PERFORM VACATE-HELD-POSITION
                           PERFORM FILL-OPEN-POSITION
                       END-IF
               END-REWRITE
           END-IF.

       *> Termination is a status flip - the record (and with it the
       *> advisor/teacher history pointing at this EMP-ID) stays on
       *> file.
                               ADD 1 TO WS-TERM-COUNT
                               MOVE "REVOKE " TO BFD-ACTION
                               PERFORM WRITE-BADGE-LINE
                               IF WS-HAVE-POSITIONS
                                   PERFORM VACATE-HELD-POSITION
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

       *> Every vacancy sits under POS-EMP-ID zero; the lowest-
       *> numbered open position budgeted to the transaction's
       *> department and campus is the one taken.  None open means
       *> the department has no budget for the hire.
       FIND-OPEN-POSITION.
           MOVE ZERO TO WS-OPEN-POSITION
           MOVE "N" TO WS-POS-SCAN-EOF
           MOVE ZERO TO POS-EMP-ID
           START POSITION-FILE KEY IS EQUAL TO POS-EMP-ID
               INVALID KEY MOVE "Y" TO WS-POS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-POS-SCAN-EOF = "Y"
               READ POSITION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-POS-SCAN-EOF
                   NOT AT END
                       IF NOT POS-VACANT
                           MOVE "Y" TO WS-POS-SCAN-EOF
                       ELSE
                           IF POS-ACTIVE
                               AND POS-DEPT-CODE = EMT-DEPT-CODE
                               AND POS-CAMPUS = EMT-CAMPUS
                               AND (WS-OPEN-POSITION = ZERO
                                   OR POS-NUMBER < WS-OPEN-POSITION)
                               MOVE POS-NUMBER TO WS-OPEN-POSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-POSITION = ZERO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "NO OPEN POSITION IN DEPT" TO ESU-REASON
           END-IF.

       FILL-OPEN-POSITION.
           MOVE WS-OPEN-POSITION TO POS-NUMBER
           READ POSITION-FILE
               INVALID KEY
                   DISPLAY "EMPMAINT: POSITION " WS-OPEN-POSITION
                       " VANISHED, ID=" EMP-ID
               NOT INVALID KEY
                   MOVE EMP-ID      TO POS-EMP-ID
                   MOVE WS-RUN-DATE TO POS-FILLED-DATE
                   MOVE WS-RUN-DATE TO POS-LAST-CHANGED
                   REWRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT: POSITION FILL FAILED, "
                               "ID=" EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-POS-FILLED-COUNT
                   END-REWRITE
           END-READ.

       *> An employee hired before position control holds no
       *> position - nothing to vacate.
       VACATE-HELD-POSITION.
           MOVE EMP-ID TO POS-EMP-ID
           READ POSITION-FILE KEY IS POS-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO        TO POS-EMP-ID
                   MOVE WS-RUN-DATE TO POS-VACANT-SINCE
                   MOVE WS-RUN-DATE TO POS-LAST-CHANGED
                   REWRITE POSITION-RECORD
                       INVALID KEY
                           DISPLAY "EMPMAINT: POSITION VACATE FAILED, "
                               "ID=" EMP-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-POS-VACATED-COUNT
                   END-REWRITE
           END-READ.

       WRITE-EMP-SUSPENSE.
           SET ESU-OPEN         TO TRUE
           MOVE EMT-ACTION      TO ESU-ACTION
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMP-CKPT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CKPT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSITION-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSITION-DSNAME
           END-IF.
