       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The registrar's correction feed for the demographic file
           *> REGDESK starts: "A" adds the record for a student
           *> registered before the file existed, "C" replaces it,
           *> "D" removes one keyed against the wrong student.  A
           *> birth date is re-checked for age against the student's
           *> class on the master every time it is given.
           SELECT DEM-TRAN-FILE ASSIGN TO WS-DEMTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEMTRAN-FS.

           SELECT DEMOG-FILE ASSIGN TO WS-DEMOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS DEMOG-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DEM-TRAN-FILE.
       01 DEM-TRAN-RECORD.
           05 DMT-ACTION            PIC X(1).
           05 DMT-STUDENT-ID        PIC 9(6).
           05 DMT-BIRTH-DATE        PIC 9(8).
           05 DMT-GENDER            PIC X(1).
           05 DMT-HOME-LANGUAGE     PIC X(3).
           05 DMT-HISPANIC          PIC X(1).
           05 DMT-RACE              PIC X(1).

       FD DEMOG-FILE.
       01 DEMOG-RECORD.
           COPY "DEMOGRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-DEMTRAN-DSNAME         PIC X(40) VALUE "demtran.dat".
       01 WS-DEMOG-DSNAME           PIC X(40) VALUE "demog.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 DEMTRAN-FS               PIC XX.
       01 DEMOG-FS                 PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-AGE-REJECT-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-OK              PIC X VALUE "N".

       *> AGECHK call arguments.
       01 WS-CHECK-CLASS           PIC X(3).
       01 WS-CHECK-BIRTH-DATE      PIC 9(8).
       01 WS-VALID-FLAG            PIC X(1).

       *> OPERSIGN call arguments - the demographic file is
       *> confidential student data and demands level 6, the same
       *> as program participation; the signed-on operator is
       *> recorded on the record.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every add, change and removal
       *> lands on the common trail with a readable summary of the
       *> record, in the same shape REGDESK writes it.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "DEMMAINT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "DEMTRAN".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "DEMMAINT: SIGN-ON FAILED - DEMOGRAPHICS "
                   "NEED LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT DEM-TRAN-FILE
           IF DEMTRAN-FS NOT = "00"
               DISPLAY "DEMMAINT: UNABLE TO OPEN DEMOGRAPHIC FEED, "
                   "STATUS=" DEMTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "DEMMAINT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O DEMOG-FILE
           IF DEMOG-FS NOT = "00"
               OPEN OUTPUT DEMOG-FILE
               CLOSE DEMOG-FILE
               OPEN I-O DEMOG-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DEM-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE DMT-ACTION
                           WHEN "A" PERFORM Add-Demographics
                           WHEN "C" PERFORM Change-Demographics
                           WHEN "D" PERFORM Delete-Demographics
                           WHEN OTHER
                               DISPLAY "DEMMAINT: UNKNOWN ACTION "
                                   DMT-ACTION " STUDENT="
                                   DMT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE DEM-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE DEMOG-FILE

           DISPLAY "===== DEMOGRAPHIC MAINTENANCE ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "ADDED             : " WS-ADD-COUNT
           DISPLAY "CHANGED           : " WS-CHANGE-COUNT
           DISPLAY "REMOVED           : " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "  AGE FOR GRADE   : " WS-AGE-REJECT-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> A row must name a student on the master and carry valid
       *> codes, and the birth date has to pass AGECHK for the
       *> class the master has the student in.
       CHECK-THE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK
           MOVE DMT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "DEMMAINT: STUDENT NOT ON FILE="
                       DMT-STUDENT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "Y"
               MOVE "N" TO WS-ENTRY-OK
               MOVE DMT-GENDER   TO DEM-GENDER
               MOVE DMT-HISPANIC TO DEM-HISPANIC
               MOVE DMT-RACE     TO DEM-RACE
               EVALUATE TRUE
                   WHEN NOT DEM-GENDER-VALID
                       DISPLAY "DEMMAINT: INVALID GENDER "
                           DMT-GENDER " STUDENT=" DMT-STUDENT-ID
                   WHEN DMT-HOME-LANGUAGE = SPACES
                       DISPLAY "DEMMAINT: NO HOME LANGUAGE, STUDENT="
                           DMT-STUDENT-ID
                   WHEN NOT DEM-HISPANIC-VALID
                       DISPLAY "DEMMAINT: INVALID ETHNICITY "
                           DMT-HISPANIC " STUDENT=" DMT-STUDENT-ID
                   WHEN NOT DEM-RACE-VALID
                       DISPLAY "DEMMAINT: INVALID RACE CODE "
                           DMT-RACE " STUDENT=" DMT-STUDENT-ID
                   WHEN OTHER
                       MOVE "Y" TO WS-ENTRY-OK
               END-EVALUATE
           END-IF
           IF WS-ENTRY-OK = "Y"
               MOVE STUDENT-CLASS  TO WS-CHECK-CLASS
               MOVE DMT-BIRTH-DATE TO WS-CHECK-BIRTH-DATE
               CALL "AGECHK" USING WS-CHECK-CLASS WS-CHECK-BIRTH-DATE
                   WS-VALID-FLAG
               IF WS-VALID-FLAG NOT = "Y"
                   DISPLAY "DEMMAINT: AGE DOES NOT FIT CLASS, "
                       "STUDENT=" DMT-STUDENT-ID
                   ADD 1 TO WS-AGE-REJECT-COUNT
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.

       BUILD-THE-RECORD.
           MOVE DMT-STUDENT-ID    TO DEM-STUDENT-ID
           MOVE DMT-BIRTH-DATE    TO DEM-BIRTH-DATE
           MOVE DMT-GENDER        TO DEM-GENDER
           MOVE DMT-HOME-LANGUAGE TO DEM-HOME-LANGUAGE
           MOVE DMT-HISPANIC      TO DEM-HISPANIC
           MOVE DMT-RACE          TO DEM-RACE
           MOVE WS-OPERATOR-ID    TO DEM-CHANGED-BY
           MOVE WS-RUN-DATE       TO DEM-LAST-CHANGED.

       Add-Demographics.
           PERFORM CHECK-THE-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE DMT-STUDENT-ID TO DEM-STUDENT-ID
               READ DEMOG-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-RECORD
                   NOT INVALID KEY
                       DISPLAY "DEMMAINT: ALREADY ON FILE, STUDENT="
                           DMT-STUDENT-ID
                       ADD 1 TO WS-REJECT-COUNT
               END-READ
           END-IF.

       WRITE-NEW-RECORD.
           PERFORM BUILD-THE-RECORD
           WRITE DEMOG-RECORD
               INVALID KEY
                   DISPLAY "DEMMAINT: WRITE FAILED, STUDENT="
                       DMT-STUDENT-ID " STATUS=" DEMOG-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "WRITE   " TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-BEFORE
                   PERFORM DESCRIBE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       Change-Demographics.
           PERFORM CHECK-THE-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE DMT-STUDENT-ID TO DEM-STUDENT-ID
               READ DEMOG-FILE
                   INVALID KEY
                       DISPLAY "DEMMAINT: NOT ON FILE, STUDENT="
                           DMT-STUDENT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM DESCRIBE-BEFORE-IMAGE
                       PERFORM BUILD-THE-RECORD
                       REWRITE DEMOG-RECORD
                           INVALID KEY
                               DISPLAY "DEMMAINT: REWRITE FAILED, "
                                   "STUDENT=" DMT-STUDENT-ID
                                   " STATUS=" DEMOG-FS
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-CHANGE-COUNT
                               MOVE "REWRITE " TO WS-AUD-ACTION
                               PERFORM DESCRIBE-AFTER-IMAGE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
               END-READ
           END-IF.

       Delete-Demographics.
           MOVE DMT-STUDENT-ID TO DEM-STUDENT-ID
           READ DEMOG-FILE
               INVALID KEY
                   DISPLAY "DEMMAINT: NOT ON FILE, STUDENT="
                       DMT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM DESCRIBE-BEFORE-IMAGE
                   DELETE DEMOG-FILE
                       INVALID KEY
                           DISPLAY "DEMMAINT: DELETE FAILED, STUDENT="
                               DMT-STUDENT-ID " STATUS=" DEMOG-FS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETE  " TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ.

       DESCRIBE-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-BEFORE
           STRING "DEMOG DOB " DEM-BIRTH-DATE
               " GENDER " DEM-GENDER " LANG " DEM-HOME-LANGUAGE
               " HISP " DEM-HISPANIC " RACE " DEM-RACE
               DELIMITED BY SIZE INTO WS-AUD-BEFORE.

       DESCRIBE-AFTER-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER
           STRING "DEMOG DOB " DEM-BIRTH-DATE
               " GENDER " DEM-GENDER " LANG " DEM-HOME-LANGUAGE
               " HISP " DEM-HISPANIC " RACE " DEM-RACE
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           MOVE DMT-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEM-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEMTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEMOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEMOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
