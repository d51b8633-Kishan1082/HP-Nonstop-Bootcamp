       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One conference-night definition per campus per night:
           *> the evening's hours and the slot length.  Every active
           *> teacher at the campus gets the night's slots.
           SELECT CONF-NIGHT-FILE ASSIGN TO WS-CONFNITE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONFNITE-FS.

           SELECT SLOT-FILE ASSIGN TO WS-SLOT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-KEY
               FILE STATUS IS SLOT-FS.

           *> A teacher is anyone the catalog assigns a section to;
           *> the first section found gives the room the slots are
           *> held in.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Times are 24-hour HHMM; the last slot is the last one
       *> that ends by CNF-END-TIME.
       FD CONF-NIGHT-FILE.
       01 CONF-NIGHT-RECORD.
           05 CNF-DATE              PIC 9(8).
           05 CNF-CAMPUS            PIC X(2).
           05 CNF-START-TIME        PIC 9(4).
           05 CNF-END-TIME          PIC 9(4).
           05 CNF-SLOT-MINUTES      PIC 9(2).

       FD SLOT-FILE.
       01 SLOT-RECORD.
           COPY "CONFSLRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       WORKING-STORAGE SECTION.
       01 WS-CONFNITE-DSNAME        PIC X(40) VALUE "confnight.dat".
       01 WS-SLOT-DSNAME            PIC X(40) VALUE "confslot.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CONFNITE-FS              PIC XX.
       01 SLOT-FS                  PIC XX.
       01 CATALOG-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-CAT-EOF               PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-NIGHT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TEACHER-NIGHTS        PIC 9(6) VALUE ZERO.
       01 WS-SLOT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ON-FILE-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NIGHT-OK              PIC X VALUE "N".

       *> The catalog's teachers, gathered once for the run.
       01 WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 300 TIMES.
               10 WS-TCH-ID         PIC 9(3).
               10 WS-TCH-ROOM       PIC X(5).
       01 WS-TCH-USED              PIC 9(3) COMP VALUE ZERO.
       01 WS-TCH-SUB               PIC 9(3) COMP.
       01 WS-TCH-FOUND             PIC X VALUE "N".

       *> Slot arithmetic is done in minutes past midnight.
       01 WS-SLOT-START-MIN        PIC 9(4).
       01 WS-SLOT-END-MIN          PIC 9(4).
       01 WS-NIGHT-END-MIN         PIC 9(4).
       01 WS-HHMM-IN               PIC 9(4).
       01 WS-HHMM-PARTS REDEFINES WS-HHMM-IN.
           05 WS-HHMM-HH           PIC 9(2).
           05 WS-HHMM-MM           PIC 9(2).
       01 WS-MINUTES               PIC 9(4).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT CONF-NIGHT-FILE
           IF CONFNITE-FS NOT = "00"
               DISPLAY "CONFGEN: NO CONFERENCE-NIGHT DEFINITIONS, "
                   "STATUS=" CONFNITE-FS
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CONFGEN: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           *> The teacher's campus lives only on the employee file,
           *> so without it no night can be staffed.
           OPEN INPUT EMP-FILE
           IF EMP-FS NOT = "00"
               DISPLAY "CONFGEN: UNABLE TO OPEN EMPLOYEE FILE, "
                   "STATUS=" EMP-FS
               STOP RUN
           END-IF

           OPEN I-O SLOT-FILE
           IF SLOT-FS NOT = "00"
               OPEN OUTPUT SLOT-FILE
               CLOSE SLOT-FILE
               OPEN I-O SLOT-FILE
           END-IF

           PERFORM GATHER-TEACHERS

           PERFORM UNTIL WS-EOF = "Y"
               READ CONF-NIGHT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NIGHT-COUNT
                       PERFORM Generate-One-Night
               END-READ
           END-PERFORM

           CLOSE CONF-NIGHT-FILE
           CLOSE CATALOG-FILE
           CLOSE EMP-FILE
           CLOSE SLOT-FILE

           DISPLAY "===== CONFERENCE SLOT GENERATION ====="
           DISPLAY "NIGHTS READ        : " WS-NIGHT-COUNT
           DISPLAY "NIGHTS REJECTED    : " WS-REJECT-COUNT
           DISPLAY "TEACHER-NIGHTS     : " WS-TEACHER-NIGHTS
           DISPLAY "SLOTS GENERATED    : " WS-SLOT-COUNT
           DISPLAY "SLOTS ALREADY HELD : " WS-ON-FILE-COUNT

           STOP RUN.

       GATHER-TEACHERS.
           MOVE "N" TO WS-CAT-EOF
           PERFORM UNTIL WS-CAT-EOF = "Y"
               READ CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CRS-TEACHER-ID NOT = ZERO
                           PERFORM ADD-ONE-TEACHER
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-TEACHER.
           MOVE "N" TO WS-TCH-FOUND
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TCH-USED
               IF WS-TCH-ID (WS-TCH-SUB) = CRS-TEACHER-ID
                   MOVE "Y" TO WS-TCH-FOUND
               END-IF
           END-PERFORM
           IF WS-TCH-FOUND = "N"
               IF WS-TCH-USED < 300
                   ADD 1 TO WS-TCH-USED
                   MOVE CRS-TEACHER-ID TO WS-TCH-ID (WS-TCH-USED)
                   MOVE CRS-ROOM       TO WS-TCH-ROOM (WS-TCH-USED)
               ELSE
                   DISPLAY "CONFGEN: TEACHER TABLE FULL - TEACHER "
                       CRS-TEACHER-ID " GETS NO SLOTS"
               END-IF
           END-IF.

       *> A night is rejected whole rather than half-generated; a
       *> rerun of the same night only adds the slots not already
       *> held, so a booked slot is never overwritten.
       Generate-One-Night.
           PERFORM VALIDATE-THE-NIGHT
           IF WS-NIGHT-OK = "N"
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE CNF-END-TIME TO WS-HHMM-IN
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-NIGHT-END-MIN
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TCH-USED
               MOVE WS-TCH-ID (WS-TCH-SUB) TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-TYPE-EMPLOYEE AND EMP-ACTIVE
                           AND EMP-CAMPUS = CNF-CAMPUS
                           PERFORM GENERATE-TEACHER-SLOTS
                       END-IF
               END-READ
           END-PERFORM.

       VALIDATE-THE-NIGHT.
           MOVE "Y" TO WS-NIGHT-OK
           IF CNF-DATE NOT NUMERIC OR CNF-DATE < WS-RUN-DATE
               DISPLAY "CONFGEN: NIGHT " CNF-DATE " " CNF-CAMPUS
                   " REJECTED - DATE IS NOT A FUTURE DATE"
               MOVE "N" TO WS-NIGHT-OK
           END-IF
           IF CNF-CAMPUS = SPACES
               DISPLAY "CONFGEN: NIGHT " CNF-DATE
                   " REJECTED - NO CAMPUS"
               MOVE "N" TO WS-NIGHT-OK
           END-IF
           IF CNF-START-TIME NOT NUMERIC OR CNF-END-TIME NOT NUMERIC
               OR CNF-START-TIME NOT < CNF-END-TIME
               OR CNF-END-TIME > 2400
               DISPLAY "CONFGEN: NIGHT " CNF-DATE " " CNF-CAMPUS
                   " REJECTED - BAD HOURS " CNF-START-TIME "-"
                   CNF-END-TIME
               MOVE "N" TO WS-NIGHT-OK
           END-IF
           IF CNF-SLOT-MINUTES NOT NUMERIC
               OR CNF-SLOT-MINUTES < 5
               DISPLAY "CONFGEN: NIGHT " CNF-DATE " " CNF-CAMPUS
                   " REJECTED - SLOT LENGTH UNDER 5 MINUTES"
               MOVE "N" TO WS-NIGHT-OK
           END-IF.

       GENERATE-TEACHER-SLOTS.
           ADD 1 TO WS-TEACHER-NIGHTS
           MOVE CNF-START-TIME TO WS-HHMM-IN
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-SLOT-START-MIN
           COMPUTE WS-SLOT-END-MIN =
               WS-SLOT-START-MIN + CNF-SLOT-MINUTES
           PERFORM UNTIL WS-SLOT-END-MIN > WS-NIGHT-END-MIN
               PERFORM WRITE-ONE-SLOT
               MOVE WS-SLOT-END-MIN TO WS-SLOT-START-MIN
               COMPUTE WS-SLOT-END-MIN =
                   WS-SLOT-START-MIN + CNF-SLOT-MINUTES
           END-PERFORM.

       WRITE-ONE-SLOT.
           MOVE SPACES TO SLOT-RECORD
           MOVE CNF-DATE                TO CSL-DATE
           MOVE WS-TCH-ID (WS-TCH-SUB)  TO CSL-TEACHER-ID
           MOVE WS-SLOT-START-MIN       TO WS-MINUTES
           PERFORM MINUTES-TO-HHMM
           MOVE WS-HHMM-IN              TO CSL-START-TIME
           MOVE WS-SLOT-END-MIN         TO WS-MINUTES
           PERFORM MINUTES-TO-HHMM
           MOVE WS-HHMM-IN              TO CSL-END-TIME
           MOVE CNF-CAMPUS              TO CSL-CAMPUS
           MOVE WS-TCH-ROOM (WS-TCH-SUB) TO CSL-ROOM
           SET CSL-OPEN TO TRUE
           MOVE ZERO TO CSL-STUDENT-ID CSL-FAMILY-ID
               CSL-CONTACT-PRIORITY CSL-BOOKED-DATE
           WRITE SLOT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SLOT-COUNT
           END-WRITE.

       HHMM-TO-MINUTES.
           COMPUTE WS-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM.

       MINUTES-TO-HHMM.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HHMM-HH
               REMAINDER WS-HHMM-MM.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONFNIGHT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONFNITE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONFSLOT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SLOT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF.
