       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSCHD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Read in key order: night, then teacher, then time -
           *> each teacher's evening comes off the file already in
           *> running order.
           SELECT SLOT-FILE ASSIGN TO WS-SLOT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSL-KEY
               FILE STATUS IS SLOT-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SLOT-FILE.
       01 SLOT-RECORD.
           COPY "CONFSLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SLOT-DSNAME            PIC X(40) VALUE "confslot.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "confschd.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 SLOT-FS                  PIC XX.
       01 STUDENT-FS               PIC XX.
       01 EMP-FS                   PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The night printed (CONF-DATE); zero prints every night
       *> from the business date on.
       01 WS-CONF-DATE             PIC 9(8) VALUE ZERO.

       *> When set (CAMPUS-FILTER), only that campus's teachers.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       01 WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TEACHER       PIC 9(3) VALUE ZERO.
       01 WS-TEACHER-OPEN          PIC X VALUE "N".
       01 WS-TEACHER-NAME          PIC X(20).
       01 WS-TEACHER-ROOM          PIC X(5).
       01 WS-TCH-BOOKED            PIC 9(4) VALUE ZERO.
       01 WS-TCH-OPEN-SLOTS        PIC 9(4) VALUE ZERO.
       01 WS-SCHEDULE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-BOOKED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-OPEN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-STUDENT-NAME          PIC X(20).

       01 WS-TIME-IN               PIC 9(4).
       01 WS-TIME-PARTS REDEFINES WS-TIME-IN.
           05 WS-TIME-HH           PIC 9(2).
           05 WS-TIME-MM           PIC 9(2).
       01 WS-START-EDIT            PIC X(5).
       01 WS-END-EDIT              PIC X(5).

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT SLOT-FILE
           IF SLOT-FS NOT = "00"
               DISPLAY "CONFSCHD: NO CONFERENCE SLOTS ON FILE - "
                   "RUN CONFGEN FIRST, STATUS=" SLOT-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CONFSCHD: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           END-IF

           OPEN OUTPUT PRINT-FILE

           IF WS-CONF-DATE = ZERO
               MOVE WS-RUN-DATE TO CSL-DATE
           ELSE
               MOVE WS-CONF-DATE TO CSL-DATE
           END-IF
           MOVE ZERO TO CSL-TEACHER-ID CSL-START-TIME
           START SLOT-FILE KEY IS NOT LESS THAN CSL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ SLOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CONF-DATE NOT = ZERO
                           AND CSL-DATE NOT = WS-CONF-DATE
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF WS-CAMPUS-FILTER = SPACES
                               OR CSL-CAMPUS = WS-CAMPUS-FILTER
                               PERFORM Print-One-Slot
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TEACHER-OPEN = "Y"
               PERFORM END-TEACHER-SCHEDULE
           END-IF

           IF WS-SCHEDULE-COUNT = ZERO
               MOVE SPACES TO WS-PRINT-LINE
               MOVE "NO CONFERENCE SLOTS FOR THE NIGHTS REQUESTED"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           CLOSE SLOT-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== CONFERENCE SCHEDULES ====="
           DISPLAY "TEACHER SCHEDULES : " WS-SCHEDULE-COUNT
           DISPLAY "SLOTS BOOKED      : " WS-BOOKED-COUNT
           DISPLAY "SLOTS OPEN        : " WS-OPEN-COUNT
           DISPLAY "CONFSCHD: SCHEDULES SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       *> Each teacher's night starts a new page, so the schedules
       *> can be torn apart and put in the teachers' boxes.
       Print-One-Slot.
           IF WS-TEACHER-OPEN = "N"
               OR CSL-DATE NOT = WS-CURRENT-DATE
               OR CSL-TEACHER-ID NOT = WS-CURRENT-TEACHER
               IF WS-TEACHER-OPEN = "Y"
                   PERFORM END-TEACHER-SCHEDULE
               END-IF
               PERFORM START-TEACHER-SCHEDULE
           END-IF

           MOVE CSL-START-TIME TO WS-TIME-IN
           STRING WS-TIME-HH ":" WS-TIME-MM
               DELIMITED BY SIZE INTO WS-START-EDIT
           MOVE CSL-END-TIME TO WS-TIME-IN
           STRING WS-TIME-HH ":" WS-TIME-MM
               DELIMITED BY SIZE INTO WS-END-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF CSL-BOOKED
               ADD 1 TO WS-TCH-BOOKED
               ADD 1 TO WS-BOOKED-COUNT
               MOVE CSL-STUDENT-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO WS-STUDENT-NAME
               END-READ
               STRING "  " WS-START-EDIT "-" WS-END-EDIT "   "
                   CSL-STUDENT-ID " " WS-STUDENT-NAME "  WITH "
                   CSL-CONTACT-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-TCH-OPEN-SLOTS
               ADD 1 TO WS-OPEN-COUNT
               STRING "  " WS-START-EDIT "-" WS-END-EDIT "   (OPEN)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       START-TEACHER-SCHEDULE.
           MOVE "Y" TO WS-TEACHER-OPEN
           MOVE CSL-DATE       TO WS-CURRENT-DATE
           MOVE CSL-TEACHER-ID TO WS-CURRENT-TEACHER
           MOVE CSL-ROOM       TO WS-TEACHER-ROOM
           MOVE ZERO TO WS-TCH-BOOKED WS-TCH-OPEN-SLOTS
           ADD 1 TO WS-SCHEDULE-COUNT
           MOVE SPACES TO WS-TEACHER-NAME
           IF WS-HAVE-EMPLOYEES
               MOVE CSL-TEACHER-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-TEACHER-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-TEACHER-NAME
               END-READ
           END-IF
           MOVE 999 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TEACHER " WS-CURRENT-TEACHER " " WS-TEACHER-NAME
               "  CAMPUS " CSL-CAMPUS "  ROOM " WS-TEACHER-ROOM
               "  NIGHT OF " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       END-TEACHER-SCHEDULE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  BOOKED " WS-TCH-BOOKED "   OPEN "
               WS-TCH-OPEN-SLOTS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-A-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-DEPTH
               PERFORM PRINT-PAGE-HEADING
           END-IF
           WRITE PRINT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO PRINT-RECORD
           STRING "PARENT-TEACHER CONFERENCE SCHEDULE"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONFSLOT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SLOT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONFSCHD-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONF-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-CONF-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
