               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           SELECT DEMOG-FILE ASSIGN TO WS-DEMOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS DEMOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD DEMOG-FILE.
       01 DEMOG-RECORD.
           COPY "DEMOGRC".

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CONTACT-DSNAME         PIC X(40) VALUE "contacts.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-DEMOG-DSNAME           PIC X(40) VALUE "demog.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 ENROLL-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 DEMOG-FS                 PIC XX.
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-MENU-CHOICE           PIC X(1).
           05 WS-NEW-NAME           PIC X(20).
           05 WS-NEW-CLASS          PIC X(3).
           05 WS-NEW-CAMPUS         PIC X(2).
           05 WS-NEW-BIRTH-DATE     PIC 9(8).
           05 WS-NEW-GENDER         PIC X(1).
           05 WS-NEW-LANGUAGE       PIC X(3).
           05 WS-NEW-HISPANIC       PIC X(1).
           05 WS-NEW-RACE           PIC X(1).
       01 WS-GUARDIAN-TABLE.
           05 WS-GRD-ENTRY OCCURS 3 TIMES.
               10 WS-GRD-NAME       PIC X(20).
       *> physical write failure mid-flow can be unwound instead of
       *> leaving a half-registered student.
       01 WS-WROTE-STUDENT         PIC X VALUE "N".
       01 WS-WROTE-DEMOG           PIC X VALUE "N".
       01 WS-CONTACTS-WRITTEN      PIC 9(1) VALUE ZERO.
       01 WS-COURSES-WRITTEN       PIC 9(1) VALUE ZERO.
       01 WS-CHARGES-WRITTEN       PIC 9(1) VALUE ZERO.
       01 WS-VALID-FLAG            PIC X(1).
       01 WS-CHECK-CLASS           PIC X(3).
       01 WS-CHECK-CAMPUS          PIC X(2).
       01 WS-CHECK-BIRTH-DATE      PIC 9(8).
       01 WS-CHECK-GPA             USAGE COMP-1.
       01 WS-CHECK-ATT             USAGE COMP-1.
       01 WS-CODE-PROBE.
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - one WRITE audit per registration,
       *> the new master record as the after image, and a second
       *> for the demographic record, summarised the way DEMMAINT
       *> describes it.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "REGDESK".
       01 WS-AUD-ACTION            PIC X(8) VALUE "WRITE   ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "FRONTDESK".
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> JRNLWR call arguments - the finished registration's master
       *> and charge records go on the online journal before the
       *> desk is told the student is registered.
       01 WS-JRN-PROGRAM           PIC X(10) VALUE "REGDESK".
       01 WS-JRN-FILE              PIC X(8).
       01 WS-JRN-ACTION            PIC X(1).
       01 WS-JRN-IMAGE             PIC X(100).
       01 WS-JRN-FLAG              PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           CLOSE ENROLL-FILE
           CLOSE CATALOG-FILE
           CLOSE CHARGE-FILE
           CLOSE DEMOG-FILE

           DISPLAY "REGDESK: REGISTRATIONS COMPLETED THIS "
               "SESSION: " WS-REG-COUNT
               OPEN OUTPUT CHARGE-FILE
               CLOSE CHARGE-FILE
               OPEN I-O CHARGE-FILE
           END-IF
           OPEN I-O DEMOG-FILE
           IF DEMOG-FS NOT = "00"
               OPEN OUTPUT DEMOG-FILE
               CLOSE DEMOG-FILE
               OPEN I-O DEMOG-FILE
           END-IF.

       *> Capture, validate, then write - in that order, always.
           ACCEPT WS-NEW-CLASS
           DISPLAY "CAMPUS: " WITH NO ADVANCING
           ACCEPT WS-NEW-CAMPUS
           DISPLAY "DATE OF BIRTH (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-BIRTH-DATE
           DISPLAY "GENDER (F/M/X): " WITH NO ADVANCING
           ACCEPT WS-NEW-GENDER
           DISPLAY "HOME LANGUAGE CODE: " WITH NO ADVANCING
           ACCEPT WS-NEW-LANGUAGE
           DISPLAY "HISPANIC OR LATINO (Y/N): " WITH NO ADVANCING
           ACCEPT WS-NEW-HISPANIC
           DISPLAY "RACE CODE (I/A/B/P/W/M): " WITH NO ADVANCING
           ACCEPT WS-NEW-RACE

           MOVE WS-NEW-ID   TO WS-CHECK-ID
           MOVE WS-NEW-NAME TO WS-CHECK-NAME
               MOVE "N" TO WS-REG-OK
           END-IF

           *> Age for grade: the student's age on the cutoff date has
           *> to fit the grade the homeroom section puts them in.
           MOVE WS-NEW-CLASS      TO WS-CHECK-CLASS
           MOVE WS-NEW-BIRTH-DATE TO WS-CHECK-BIRTH-DATE
           CALL "AGECHK" USING WS-CHECK-CLASS WS-CHECK-BIRTH-DATE
               WS-VALID-FLAG
           IF WS-VALID-FLAG NOT = "Y"
               MOVE "N" TO WS-REG-OK
           END-IF

           MOVE WS-NEW-GENDER   TO DEM-GENDER
           MOVE WS-NEW-HISPANIC TO DEM-HISPANIC
           MOVE WS-NEW-RACE     TO DEM-RACE
           IF NOT DEM-GENDER-VALID
               DISPLAY "REGDESK: GENDER MUST BE F, M OR X"
               MOVE "N" TO WS-REG-OK
           END-IF
           IF WS-NEW-LANGUAGE = SPACES
               DISPLAY "REGDESK: HOME LANGUAGE IS REQUIRED"
               MOVE "N" TO WS-REG-OK
           END-IF
           IF NOT DEM-HISPANIC-VALID
               DISPLAY "REGDESK: HISPANIC OR LATINO MUST BE Y OR N"
               MOVE "N" TO WS-REG-OK
           END-IF
           IF NOT DEM-RACE-VALID
               DISPLAY "REGDESK: UNKNOWN RACE CODE"
               MOVE "N" TO WS-REG-OK
           END-IF

           IF WS-REG-OK = "Y"
               MOVE WS-NEW-ID TO STUDENT-ID
               READ STUDENT-FILE
       *> satellite records.  A physical failure anywhere backs the
       *> whole sitting out.
       WRITE-THE-REGISTRATION.
           MOVE "N" TO WS-WROTE-STUDENT WS-WROTE-DEMOG
           MOVE ZERO TO WS-CONTACTS-WRITTEN WS-COURSES-WRITTEN
               WS-CHARGES-WRITTEN
           PERFORM WRITE-STUDENT-MASTER
           IF WS-REG-OK = "Y"
               PERFORM WRITE-DEMOGRAPHIC-RECORD
           END-IF
           IF WS-REG-OK = "Y"
               PERFORM WRITE-GUARDIAN-RECORDS
           END-IF
           END-IF
           IF WS-REG-OK = "Y"
               PERFORM WRITE-AUDIT-RECORD
               PERFORM JOURNAL-THE-REGISTRATION
               ADD 1 TO WS-REG-COUNT
               DISPLAY "REGDESK: STUDENT " WS-NEW-ID
                   " REGISTERED COMPLETE"
                   MOVE "Y" TO WS-WROTE-STUDENT
           END-WRITE.

       WRITE-DEMOGRAPHIC-RECORD.
           MOVE SPACES TO DEMOG-RECORD
           MOVE WS-NEW-ID         TO DEM-STUDENT-ID
           MOVE WS-NEW-BIRTH-DATE TO DEM-BIRTH-DATE
           MOVE WS-NEW-GENDER     TO DEM-GENDER
           MOVE WS-NEW-LANGUAGE   TO DEM-HOME-LANGUAGE
           MOVE WS-NEW-HISPANIC   TO DEM-HISPANIC
           MOVE WS-NEW-RACE       TO DEM-RACE
           MOVE WS-OPERATOR-ID    TO DEM-CHANGED-BY
           MOVE WS-RUN-DATE       TO DEM-LAST-CHANGED
           WRITE DEMOG-RECORD
               INVALID KEY
                   DISPLAY "REGDESK: DEMOGRAPHIC WRITE FAILED, "
                       "STATUS=" DEMOG-FS
                   MOVE "N" TO WS-REG-OK
               NOT INVALID KEY
                   MOVE "Y" TO WS-WROTE-DEMOG
           END-WRITE.

       WRITE-GUARDIAN-RECORDS.
           PERFORM VARYING WS-GRD-SUB FROM 1 BY 1
                   UNTIL WS-GRD-SUB > WS-GRD-COUNT
               SET CHG-OPEN       TO TRUE
               MOVE SPACE         TO CHG-DISPUTE-FLAG
               MOVE ZERO          TO CHG-DISPUTE-DATE
               MOVE ZERO          TO CHG-WRITEOFF-DATE
               MOVE SPACES        TO CHG-WRITEOFF-REASON
               WRITE CHARGE-RECORD
                   INVALID KEY
                       DISPLAY "REGDESK: CHARGE WRITE FAILED, "
               END-REWRITE
           END-IF.

       *> Unwind in reverse: charges, enrollments, contacts, the
       *> demographic record, then the master - the front desk
       *> re-keys the sitting rather than anyone repairing half a
       *> student by hand.
       BACK-OUT-REGISTRATION.
           PERFORM VARYING WS-CHG-SUB FROM WS-CHARGES-WRITTEN
                   BY -1 UNTIL WS-CHG-SUB < 1
                   INVALID KEY CONTINUE
               END-DELETE
           END-PERFORM
           IF WS-WROTE-DEMOG = "Y"
               MOVE WS-NEW-ID TO DEM-STUDENT-ID
               DELETE DEMOG-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF
           IF WS-WROTE-STUDENT = "Y"
               MOVE WS-NEW-ID TO STUDENT-ID
               DELETE STUDENT-FILE
       WRITE-AUDIT-RECORD.
           MOVE WS-NEW-ID      TO WS-AUD-STUDENT-ID
           MOVE STUDENT-RECORD TO WS-AUD-AFTER
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER

           MOVE SPACES TO WS-AUD-AFTER
           STRING "DEMOG DOB " DEM-BIRTH-DATE
               " GENDER " DEM-GENDER " LANG " DEM-HOME-LANGUAGE
               " HISP " DEM-HISPANIC " RACE " DEM-RACE
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> After-images for forward recovery: the master as it
       *> finally stands (balance included) and each charge item
       *> read back exactly as it landed on the ledger.
       JOURNAL-THE-REGISTRATION.
           MOVE "W" TO WS-JRN-ACTION
           MOVE "STUDENT" TO WS-JRN-FILE
           MOVE STUDENT-RECORD TO WS-JRN-IMAGE
           PERFORM CALL-THE-JOURNAL
           MOVE "CHARGES" TO WS-JRN-FILE
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHARGES-WRITTEN
               MOVE WS-NEW-ID  TO CHG-STUDENT-ID
               MOVE WS-CHG-SUB TO CHG-ITEM-SEQ
               READ CHARGE-FILE
                   INVALID KEY
                       DISPLAY "REGDESK: CHARGE ITEM " WS-CHG-SUB
                           " NOT FOUND TO JOURNAL"
                   NOT INVALID KEY
                       MOVE CHARGE-RECORD TO WS-JRN-IMAGE
                       PERFORM CALL-THE-JOURNAL
               END-READ
           END-PERFORM.

       CALL-THE-JOURNAL.
           CALL "JRNLWR" USING WS-JRN-PROGRAM WS-JRN-FILE
               WS-JRN-ACTION WS-JRN-IMAGE WS-JRN-FLAG
           IF WS-JRN-FLAG NOT = "Y"
               DISPLAY "REGDESK: *** " WS-JRN-FILE " UPDATE NOT "
                   "JOURNALED - TELL OPERATIONS ***"
           END-IF.

       *> Lets a site redirect any of this session's files at run
       *> time without recompiling, the same ENVIRONMENT-VARIABLE
       *> idiom transMaint.cob uses for its own file set.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEMOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEMOG-DSNAME
           END-IF.
