       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The business office's position feed.  "A" establishes
           *> a budgeted position, vacant; "C" changes its job class
           *> or budgeted FTE (and, while it is vacant, its
           *> department or campus); "X" closes a vacant position out
           *> of the budget.  "F" attaches an employee already on
           *> file to a vacant position and "V" detaches whoever
           *> holds one - for seating staff hired before position
           *> control, since EMPMAINT fills and vacates positions on
           *> its own hires and terminations.
           SELECT POS-TRAN-FILE ASSIGN TO WS-POSTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTRAN-FS.

           SELECT POSITION-FILE ASSIGN TO WS-POSITION-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POS-NUMBER
               ALTERNATE RECORD KEY IS POS-EMP-ID
                   WITH DUPLICATES
               FILE STATUS IS POSITION-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD POS-TRAN-FILE.
       01 POS-TRAN-RECORD.
           05 PST-ACTION            PIC X(1).
           05 PST-POSITION          PIC 9(5).
           05 PST-DEPT-CODE         PIC 9(3).
           05 PST-CAMPUS            PIC X(2).
           05 PST-JOB-CLASS         PIC X(4).
           05 PST-BUDGET-FTE        PIC 9V99.
           05 PST-EMP-ID            PIC 9(3).

       FD POSITION-FILE.
       01 POSITION-RECORD.
           COPY "POSITNRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       WORKING-STORAGE SECTION.
       01 WS-POSTRAN-DSNAME         PIC X(40) VALUE "postran.dat".
       01 WS-POSITION-DSNAME        PIC X(40) VALUE "position.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 POSTRAN-FS               PIC XX.
       01 POSITION-FS              PIC XX.
       01 EMP-FS                   PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CLOSE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-FILL-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-VACATE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VALID-FLAG            PIC X(1).
           88 WS-VALID             VALUE "Y".
       01 WS-REASON                PIC X(30).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT POS-TRAN-FILE
           IF POSTRAN-FS NOT = "00"
               DISPLAY "POSMAINT: UNABLE TO OPEN POSITION FEED, "
                   "STATUS=" POSTRAN-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "POSMAINT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN I-O POSITION-FILE
           IF POSITION-FS NOT = "00"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ POS-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE PST-ACTION
                           WHEN "A" PERFORM Establish-Position
                           WHEN "C" PERFORM Change-Position
                           WHEN "X" PERFORM Close-Position
                           WHEN "F" PERFORM Fill-Position
                           WHEN "V" PERFORM Vacate-Position
                           WHEN OTHER
                               MOVE "UNKNOWN ACTION CODE" TO WS-REASON
                               PERFORM REJECT-TRANSACTION
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE POS-TRAN-FILE
           CLOSE EMP-FILE
           CLOSE POSITION-FILE

           DISPLAY "===== POSITION MAINTENANCE ====="
           DISPLAY "ACTIONS READ   : " WS-TRAN-COUNT
           DISPLAY "ESTABLISHED    : " WS-ADD-COUNT
           DISPLAY "CHANGED        : " WS-CHANGE-COUNT
           DISPLAY "CLOSED         : " WS-CLOSE-COUNT
           DISPLAY "FILLED         : " WS-FILL-COUNT
           DISPLAY "VACATED        : " WS-VACATE-COUNT
           DISPLAY "REJECTED       : " WS-REJECT-COUNT

           STOP RUN.

       *> A position must name a real "D"-type department, a known
       *> campus, and a budgeted FTE between 0.01 and 1.00.
       VALIDATE-POSITION-FIELDS.
           SET WS-VALID TO TRUE
           IF PST-BUDGET-FTE IS NOT NUMERIC
                   OR PST-BUDGET-FTE = ZERO
                   OR PST-BUDGET-FTE > 1
               MOVE "N" TO WS-VALID-FLAG
               MOVE "BUDGETED FTE NOT 0.01-1.00" TO WS-REASON
           END-IF
           IF WS-VALID
               CALL "CAMPCHK" USING PST-CAMPUS WS-VALID-FLAG
               IF NOT WS-VALID
                   MOVE "UNKNOWN CAMPUS CODE" TO WS-REASON
               END-IF
           END-IF
           IF WS-VALID
               MOVE PST-DEPT-CODE TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "DEPARTMENT NOT ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       IF NOT EMP-TYPE-DEPT
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "DEPT CODE IS NOT A D RECORD"
                               TO WS-REASON
                       END-IF
               END-READ
           END-IF.

       Establish-Position.
           PERFORM VALIDATE-POSITION-FIELDS
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE PST-POSITION   TO POS-NUMBER
               MOVE PST-DEPT-CODE  TO POS-DEPT-CODE
               MOVE PST-CAMPUS     TO POS-CAMPUS
               MOVE PST-JOB-CLASS  TO POS-JOB-CLASS
               MOVE PST-BUDGET-FTE TO POS-BUDGET-FTE
               SET POS-ACTIVE      TO TRUE
               MOVE ZERO           TO POS-EMP-ID POS-FILLED-DATE
               MOVE WS-RUN-DATE    TO POS-VACANT-SINCE
               MOVE WS-RUN-DATE    TO POS-LAST-CHANGED
               WRITE POSITION-RECORD
                   INVALID KEY
                       MOVE "POSITION ALREADY ON FILE" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF.

       *> A filled position keeps its department and campus - the
       *> holder moves through EMPMAINT, not by re-budgeting the
       *> seat out from under them.
       Change-Position.
           PERFORM VALIDATE-POSITION-FIELDS
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE PST-POSITION TO POS-NUMBER
               READ POSITION-FILE
                   INVALID KEY
                       MOVE "POSITION NOT ON FILE" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM APPLY-POSITION-CHANGE
               END-READ
           END-IF.

       APPLY-POSITION-CHANGE.
           IF POS-CLOSED
               MOVE "POSITION IS CLOSED" TO WS-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               IF NOT POS-VACANT
                   AND (PST-DEPT-CODE NOT = POS-DEPT-CODE
                       OR PST-CAMPUS NOT = POS-CAMPUS)
                   MOVE "FILLED - DEPT/CAMPUS LOCKED" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   MOVE PST-DEPT-CODE  TO POS-DEPT-CODE
                   MOVE PST-CAMPUS     TO POS-CAMPUS
                   MOVE PST-JOB-CLASS  TO POS-JOB-CLASS
                   MOVE PST-BUDGET-FTE TO POS-BUDGET-FTE
                   MOVE WS-RUN-DATE    TO POS-LAST-CHANGED
                   PERFORM REWRITE-THE-POSITION
                   IF WS-VALID
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF.

       Close-Position.
           MOVE PST-POSITION TO POS-NUMBER
           READ POSITION-FILE
               INVALID KEY
                   MOVE "POSITION NOT ON FILE" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF NOT POS-VACANT
                       MOVE "POSITION IS FILLED" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       SET POS-CLOSED   TO TRUE
                       MOVE WS-RUN-DATE TO POS-LAST-CHANGED
                       PERFORM REWRITE-THE-POSITION
                       IF WS-VALID
                           ADD 1 TO WS-CLOSE-COUNT
                       END-IF
                   END-IF
           END-READ.

       *> The employee must be active, on the position's department
       *> and campus, and not already holding another position.
       Fill-Position.
           SET WS-VALID TO TRUE
           MOVE PST-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "EMP ID NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   IF NOT EMP-TYPE-EMPLOYEE OR NOT EMP-ACTIVE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "NOT AN ACTIVE EMPLOYEE" TO WS-REASON
                   END-IF
           END-READ
           IF WS-VALID
               MOVE PST-EMP-ID TO POS-EMP-ID
               READ POSITION-FILE KEY IS POS-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "EMPLOYEE ALREADY HOLDS ONE" TO WS-REASON
               END-READ
           END-IF
           IF WS-VALID
               MOVE PST-POSITION TO POS-NUMBER
               READ POSITION-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "POSITION NOT ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       IF POS-CLOSED OR NOT POS-VACANT
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "POSITION NOT OPEN" TO WS-REASON
                       END-IF
                       IF WS-VALID
                           AND (POS-DEPT-CODE NOT = EMP-DEPT-CODE
                               OR POS-CAMPUS NOT = EMP-CAMPUS)
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "EMPLOYEE DEPT/CAMPUS DIFFERS"
                               TO WS-REASON
                       END-IF
               END-READ
           END-IF
           IF NOT WS-VALID
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE PST-EMP-ID  TO POS-EMP-ID
               MOVE WS-RUN-DATE TO POS-FILLED-DATE
               MOVE WS-RUN-DATE TO POS-LAST-CHANGED
               PERFORM REWRITE-THE-POSITION
               IF WS-VALID
                   ADD 1 TO WS-FILL-COUNT
               END-IF
           END-IF.

       Vacate-Position.
           MOVE PST-POSITION TO POS-NUMBER
           READ POSITION-FILE
               INVALID KEY
                   MOVE "POSITION NOT ON FILE" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   IF POS-VACANT
                       MOVE "POSITION ALREADY VACANT" TO WS-REASON
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE ZERO        TO POS-EMP-ID
                       MOVE WS-RUN-DATE TO POS-VACANT-SINCE
                       MOVE WS-RUN-DATE TO POS-LAST-CHANGED
                       PERFORM REWRITE-THE-POSITION
                       IF WS-VALID
                           ADD 1 TO WS-VACATE-COUNT
                       END-IF
                   END-IF
           END-READ.

       REWRITE-THE-POSITION.
           SET WS-VALID TO TRUE
           REWRITE POSITION-RECORD
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "REWRITE INVALID KEY" TO WS-REASON
                   PERFORM REJECT-TRANSACTION
           END-REWRITE.

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           DISPLAY "POSMAINT: REJECTED " PST-ACTION " POSITION="
               PST-POSITION " REASON=" WS-REASON.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POS-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "POSITION-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-POSITION-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF.
