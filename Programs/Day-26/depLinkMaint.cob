       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> HR's dependent feed: "A" ties an employee to a student
           *> for tuition remission (re-activating a link ASSESS
           *> dropped), "D" removes a link keyed in error.  The
           *> employee must be an active employee record and the
           *> student must be on the master.
           SELECT DEP-TRAN-FILE ASSIGN TO WS-DEPTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEPTRAN-FS.

           SELECT DEPLINK-FILE ASSIGN TO WS-DEPLINK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPL-KEY
               ALTERNATE RECORD KEY IS DPL-MEMBER-STUDENT
                   WITH DUPLICATES
               FILE STATUS IS DEPLINK-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS EMP-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DEP-TRAN-FILE.
       01 DEP-TRAN-RECORD.
           05 DLT-ACTION            PIC X(1).
           05 DLT-EMP-ID            PIC 9(3).
           05 DLT-STUDENT-ID        PIC 9(6).

       FD DEPLINK-FILE.
       01 DEPLINK-RECORD.
           COPY "DEPLNKRC".

       FD EMP-FILE.
       01 EMP-REC.
           COPY "EMPLOYRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-DEPTRAN-DSNAME         PIC X(40) VALUE "deptran.dat".
       01 WS-DEPLINK-DSNAME         PIC X(40) VALUE "deplink.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 DEPTRAN-FS               PIC XX.
       01 DEPLINK-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADDED-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-RESTORED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DELETED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VALID-FLAG            PIC X(1).
           88 WS-VALID             VALUE "Y".

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT DEP-TRAN-FILE
           IF DEPTRAN-FS NOT = "00"
               DISPLAY "DEPMAINT: UNABLE TO OPEN DEPENDENT FEED, "
                   "STATUS=" DEPTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O DEPLINK-FILE
           IF DEPLINK-FS NOT = "00"
               OPEN OUTPUT DEPLINK-FILE
               CLOSE DEPLINK-FILE
               OPEN I-O DEPLINK-FILE
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "DEPMAINT: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "DEPMAINT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DEP-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Link-Action
               END-READ
           END-PERFORM

           CLOSE DEP-TRAN-FILE
           CLOSE DEPLINK-FILE
           CLOSE EMP-FILE
           CLOSE STUDENT-FILE

           DISPLAY "===== DEPENDENT LINK MAINTENANCE ====="
           DISPLAY "ACTIONS READ   : " WS-TRAN-COUNT
           DISPLAY "LINKS ADDED    : " WS-ADDED-COUNT
           DISPLAY "LINKS RESTORED : " WS-RESTORED-COUNT
           DISPLAY "LINKS DELETED  : " WS-DELETED-COUNT
           DISPLAY "REJECTED       : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Link-Action.
           MOVE DLT-EMP-ID     TO DPL-EMP-ID
           MOVE DLT-STUDENT-ID TO DPL-STUDENT-ID
           EVALUATE DLT-ACTION
               WHEN "A" PERFORM Record-Link
               WHEN "D" PERFORM Delete-Link
               WHEN OTHER
                   DISPLAY "DEPMAINT: UNKNOWN ACTION " DLT-ACTION
                       " EMP=" DLT-EMP-ID " ID=" DLT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       Record-Link.
           PERFORM VALIDATE-THE-LINK
           IF WS-VALID
               MOVE DLT-EMP-ID     TO DPL-EMP-ID
               MOVE DLT-STUDENT-ID TO DPL-STUDENT-ID
               MOVE DLT-STUDENT-ID TO DPL-MEMBER-STUDENT
               MOVE "A"            TO DPL-STATUS
               MOVE WS-RUN-DATE    TO DPL-ADDED-DATE
               MOVE ZERO           TO DPL-DROPPED-DATE
               WRITE DEPLINK-RECORD
                   INVALID KEY
                       REWRITE DEPLINK-RECORD
                           INVALID KEY
                               DISPLAY "DEPMAINT: REWRITE FAILED, "
                                   "EMP=" DLT-EMP-ID
                                   " ID=" DLT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       *> A link is only worth recording for a current employee and
       *> a student the master knows - anything else would be dropped
       *> or skipped at the next assessment anyway.
       VALIDATE-THE-LINK.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE DLT-EMP-ID TO EMP-ID
           READ EMP-FILE
               INVALID KEY
                   DISPLAY "DEPMAINT: EMPLOYEE NOT ON FILE, EMP="
                       DLT-EMP-ID " - REJECTED"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT EMP-TYPE-EMPLOYEE OR NOT EMP-ACTIVE
                       DISPLAY "DEPMAINT: EMPLOYEE NOT ACTIVE, EMP="
                           DLT-EMP-ID " - REJECTED"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           IF WS-VALID
               MOVE DLT-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "DEPMAINT: STUDENT NOT ON FILE, ID="
                           DLT-STUDENT-ID " - REJECTED"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF STUDENT-DEACTIVATED
                           DISPLAY "DEPMAINT: STUDENT DEACTIVATED, "
                               "ID=" DLT-STUDENT-ID " - REJECTED"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF.

       Delete-Link.
           DELETE DEPLINK-FILE
               INVALID KEY
                   DISPLAY "DEPMAINT: LINK NOT ON FILE, EMP="
                       DLT-EMP-ID " ID=" DLT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
           END-DELETE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEP-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEPLINK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEPLINK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
