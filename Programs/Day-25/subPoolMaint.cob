       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The front office's pool feed: "A" adds a substitute (or
           *> reinstates one and resets the home campus), "U" takes
           *> one out of the rotation, "D" drops one from the pool.
           SELECT SUB-TRAN-FILE ASSIGN TO WS-SUBTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBTRAN-FS.

           SELECT SUB-POOL-FILE ASSIGN TO WS-SUBPOOL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBP-EMP-ID
               FILE STATUS IS SUBPOOL-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUB-TRAN-FILE.
       01 SUB-TRAN-RECORD.
           05 SPT-ACTION            PIC X(1).
           05 SPT-EMP-ID            PIC 9(3).
           05 SPT-HOME-CAMPUS       PIC X(2).

       FD SUB-POOL-FILE.
       01 SUB-POOL-RECORD.
           COPY "SUBPOLRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       WORKING-STORAGE SECTION.
       01 WS-SUBTRAN-DSNAME         PIC X(40) VALUE "subtran.dat".
       01 WS-SUBPOOL-DSNAME         PIC X(40) VALUE "subpool.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 SUBTRAN-FS               PIC XX.
       01 SUBPOOL-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADDED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-PAUSED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DROPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-EMP-OK                PIC X VALUE "N".

       *> CAMPCHK call arguments.
       01 WS-CAMPUS-VALID          PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT SUB-TRAN-FILE
           IF SUBTRAN-FS NOT = "00"
               DISPLAY "SUBPMNT: UNABLE TO OPEN POOL FEED, "
                   "STATUS=" SUBTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O SUB-POOL-FILE
           IF SUBPOOL-FS NOT = "00"
               OPEN OUTPUT SUB-POOL-FILE
               CLOSE SUB-POOL-FILE
               OPEN I-O SUB-POOL-FILE
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "SUBPMNT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ SUB-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Pool-Action
               END-READ
           END-PERFORM

           CLOSE SUB-TRAN-FILE
           CLOSE SUB-POOL-FILE
           CLOSE EMP-FILE

           DISPLAY "===== SUBSTITUTE POOL MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ : " WS-TRAN-COUNT
           DISPLAY "ADDED/RESET  : " WS-ADDED-COUNT
           DISPLAY "UNAVAILABLE  : " WS-PAUSED-COUNT
           DISPLAY "DROPPED      : " WS-DROPPED-COUNT
           DISPLAY "REJECTED     : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Pool-Action.
           EVALUATE SPT-ACTION
               WHEN "A"
                   PERFORM CHECK-THE-EMPLOYEE
                   IF WS-EMP-OK = "Y"
                       PERFORM Add-Substitute
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               WHEN "U" PERFORM Pause-Substitute
               WHEN "D" PERFORM Drop-Substitute
               WHEN OTHER
                   DISPLAY "SUBPMNT: UNKNOWN ACTION " SPT-ACTION
                       " EMP-ID=" SPT-EMP-ID
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       *> Only a real, active employee goes into the pool - the
       *> coverage sheet prints their name and the month-end report
       *> pays them by EMP-ID.
       CHECK-THE-EMPLOYEE.
           MOVE "N" TO WS-EMP-OK
           MOVE SPT-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "SUBPMNT: EMP-ID NOT ON FILE="
                       SPT-EMP-ID
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT EMP-TYPE-EMPLOYEE
                           DISPLAY "SUBPMNT: EMP-ID " SPT-EMP-ID
                               " IS A DEPARTMENT RECORD"
                       WHEN EMP-TERMINATED
                           DISPLAY "SUBPMNT: EMPLOYEE IS "
                               "TERMINATED, EMP-ID=" SPT-EMP-ID
                       WHEN OTHER
                           MOVE "Y" TO WS-EMP-OK
                   END-EVALUATE
           END-READ
           IF WS-EMP-OK = "Y"
               IF SPT-HOME-CAMPUS = SPACES
                   MOVE EMP-CAMPUS TO SPT-HOME-CAMPUS
               END-IF
               CALL "CAMPCHK" USING SPT-HOME-CAMPUS WS-CAMPUS-VALID
               IF WS-CAMPUS-VALID NOT = "Y"
                   MOVE "N" TO WS-EMP-OK
               END-IF
           END-IF.

       Add-Substitute.
           MOVE SPT-EMP-ID      TO SBP-EMP-ID
           MOVE SPT-HOME-CAMPUS TO SBP-HOME-CAMPUS
           MOVE "A"             TO SBP-STATUS
           MOVE WS-RUN-DATE     TO SBP-ADDED-DATE
           WRITE SUB-POOL-RECORD
               INVALID KEY
                   REWRITE SUB-POOL-RECORD
                       INVALID KEY
                           DISPLAY "SUBPMNT: REWRITE FAILED, "
                               "EMP-ID=" SPT-EMP-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

       Pause-Substitute.
           MOVE SPT-EMP-ID TO SBP-EMP-ID
           READ SUB-POOL-FILE
               INVALID KEY
                   DISPLAY "SUBPMNT: NOT IN POOL, EMP-ID="
                       SPT-EMP-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "U" TO SBP-STATUS
                   REWRITE SUB-POOL-RECORD
                       INVALID KEY
                           DISPLAY "SUBPMNT: REWRITE FAILED, "
                               "EMP-ID=" SPT-EMP-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-PAUSED-COUNT
                   END-REWRITE
           END-READ.

       *> Past coverage assignments keep the EMP-ID, so dropping a
       *> substitute from the pool never disturbs the month-end
       *> days report.
       Drop-Substitute.
           MOVE SPT-EMP-ID TO SBP-EMP-ID
           DELETE SUB-POOL-FILE
               INVALID KEY
                   DISPLAY "SUBPMNT: NOT IN POOL, EMP-ID="
                       SPT-EMP-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
           END-DELETE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SUB-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SUBTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SUBPOOL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SUBPOOL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF.
