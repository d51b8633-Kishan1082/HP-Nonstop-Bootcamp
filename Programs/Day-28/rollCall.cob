       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLCALL.

      *> On-demand emergency roll call for a drill or evacuation:
      *> every active student of the campus, grouped by the section
      *> and room they should be in right now, with today's
      *> attendance mark and the contacts authorized to collect them.
      *> A compact print for the sweep teams and a flat file for the
      *> district's notification system.  This job never refuses to
      *> run - whatever it cannot look up it prints as unknown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           *> The student's current-term enrollments, matched to the
           *> catalog's CRS-MEETING-PERIOD, place them in the period
           *> running now.  A student with nothing scheduled then
           *> (or no enrollment file at all) is listed under the
           *> homeroom section.
           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT ATTDETL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           *> Every contact is listed in priority order.  A no-pickup
           *> or no-information restriction is printed as a DO NOT
           *> RELEASE line with no phone, and never reaches the flat
           *> file - the notification system must not call them.
           SELECT CONTACT-FILE ASSIGN TO WS-CONTACT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CONTACT-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           *> One fixed-width line per student per authorized
           *> contact (priority 0 when a student has none), for the
           *> district's call-out system.
           SELECT FEED-FILE ASSIGN TO WS-FEED-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FS.

           SELECT ROLL-WORK ASSIGN TO "rollcall.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD ATTDETL-FILE.
       01 ATTDETL-RECORD.
           COPY "ATTDETRC".

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTACTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       FD FEED-FILE.
       01 FEED-RECORD.
           05 RCF-CAMPUS            PIC X(2).
           05 RCF-STUDENT-ID        PIC 9(6).
           05 RCF-STUDENT-NAME      PIC X(20).
           05 RCF-SECTION-CODE      PIC X(3).
           05 RCF-ROOM              PIC X(5).
           05 RCF-PERIOD            PIC 9(2).
           05 RCF-MARK              PIC X(1).
           05 RCF-CONTACT-PRIORITY  PIC 9(1).
           05 RCF-CONTACT-NAME      PIC X(20).
           05 RCF-RELATIONSHIP      PIC X(10).
           05 RCF-PHONE             PIC X(12).
           05 RCF-EXTRACT-DATE      PIC 9(8).
           05 RCF-EXTRACT-TIME      PIC 9(4).

       *> RLW-WHERE "1" is the section meeting this period, "2" the
       *> homeroom fallback, so scheduled rooms print first.
       SD ROLL-WORK.
       01 ROLL-WORK-RECORD.
           05 RLW-CAMPUS            PIC X(2).
           05 RLW-WHERE             PIC X(1).
           05 RLW-SECTION-CODE      PIC X(3).
           05 RLW-STUDENT-NAME      PIC X(20).
           05 RLW-STUDENT-ID        PIC 9(6).
           05 RLW-SECTION-DESC      PIC X(20).
           05 RLW-ROOM              PIC X(5).
           05 RLW-MARK              PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-CONTACT-DSNAME         PIC X(40) VALUE "contacts.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "rollcall.rpt".
       01 WS-FEED-DSNAME            PIC X(40) VALUE "rollcall.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 ENROLL-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 CONTACT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 FEED-FS                  PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-ENROLL-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-ENROLL       VALUE "Y".
       01 WS-CATALOG-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CATALOG      VALUE "Y".
       01 WS-ATTDETL-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-ATTDETL      VALUE "Y".
       01 WS-CONTACT-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CONTACTS     VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TERM          PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       *> which campus to call the roll for (CAMPUS-FILTER);
       *> spaces runs every campus, each on its own pages.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       *> The period running now: the last bell at or before the
       *> time of day, or ROLLCALL-PERIOD when the office names it
       *> (a drill called for a set period, or a bell schedule
       *> that differs from the standard day below).  Before the
       *> first bell everyone is in period 1.
       01 WS-NOW-TIME              PIC 9(8).
       01 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM          PIC 9(4).
           05 FILLER               PIC 9(4).
       01 WS-ROLL-PERIOD           PIC 9(2) VALUE ZERO.
       01 WS-BELL-VALUES.
           05 FILLER               PIC 9(4) VALUE 0800.
           05 FILLER               PIC 9(4) VALUE 0855.
           05 FILLER               PIC 9(4) VALUE 0950.
           05 FILLER               PIC 9(4) VALUE 1045.
           05 FILLER               PIC 9(4) VALUE 1140.
           05 FILLER               PIC 9(4) VALUE 1255.
           05 FILLER               PIC 9(4) VALUE 1350.
           05 FILLER               PIC 9(4) VALUE 1445.
       01 WS-BELL-TABLE REDEFINES WS-BELL-VALUES.
           05 WS-BELL-START        PIC 9(4) OCCURS 8 TIMES.
       01 WS-BELL-SUB              PIC 9(2) COMP.

       01 WS-FOUND-SECTION         PIC X VALUE "N".
       01 WS-PREV-CAMPUS           PIC X(2) VALUE SPACES.
       01 WS-PREV-SECTION          PIC X(3) VALUE SPACES.
       01 WS-PREV-WHERE            PIC X(1) VALUE SPACE.
       01 WS-AUTHORIZED-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-RESTRICT-TEXT         PIC X(30).
       01 WS-STUDENT-PART          PIC X(33).

       01 WS-STUDENT-TOTAL         PIC 9(6) VALUE ZERO.
       01 WS-FEED-TOTAL            PIC 9(6) VALUE ZERO.
       01 WS-RESTRICTED-TOTAL      PIC 9(6) VALUE ZERO.
       01 WS-NO-CONTACT-TOTAL      PIC 9(6) VALUE ZERO.
       01 WS-HOMEROOM-TOTAL        PIC 9(6) VALUE ZERO.
       01 WS-SECTION-STUDENTS      PIC 9(4) VALUE ZERO.
       01 WS-SECTION-ABSENT        PIC 9(4) VALUE ZERO.
       01 WS-SECTION-UNMARKED      PIC 9(4) VALUE ZERO.
       01 WS-SECTION-LEFT          PIC 9(4) VALUE ZERO.
       01 WS-CAMPUS-STUDENTS       PIC 9(5) VALUE ZERO.
       01 WS-CAMPUS-ABSENT         PIC 9(5) VALUE ZERO.
       01 WS-CAMPUS-LEFT           PIC 9(5) VALUE ZERO.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-HEADING-TEXT          PIC X(100).
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
           ACCEPT WS-NOW-TIME FROM TIME
           CALL "TERMGET" USING WS-CURRENT-TERM WS-TERM-STATE

           IF WS-ROLL-PERIOD = ZERO
               MOVE 1 TO WS-ROLL-PERIOD
               PERFORM VARYING WS-BELL-SUB FROM 1 BY 1
                       UNTIL WS-BELL-SUB > 8
                   IF WS-NOW-HHMM NOT < WS-BELL-START (WS-BELL-SUB)
                       MOVE WS-BELL-SUB TO WS-ROLL-PERIOD
                   END-IF
               END-PERFORM
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "ROLLCALL: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS = "00"
               SET WS-HAVE-ENROLL TO TRUE
           ELSE
               DISPLAY "ROLLCALL: NO ENROLLMENT FILE - LISTING BY "
                   "HOMEROOM"
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS = "00"
               SET WS-HAVE-CATALOG TO TRUE
           ELSE
               DISPLAY "ROLLCALL: NO SECTION CATALOG - ROOMS NOT "
                   "SHOWN"
           END-IF

           OPEN INPUT ATTDETL-FILE
           IF ATTDETL-FS = "00"
               SET WS-HAVE-ATTDETL TO TRUE
           ELSE
               DISPLAY "ROLLCALL: NO ATTENDANCE DETAIL - MARKS "
                   "SHOWN AS UNMARKED"
           END-IF

           OPEN INPUT CONTACT-FILE
           IF CONTACT-FS = "00"
               SET WS-HAVE-CONTACTS TO TRUE
           ELSE
               DISPLAY "ROLLCALL: NO CONTACT FILE - NO PICKUP "
                   "CONTACTS LISTED"
           END-IF

           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT FEED-FILE
           IF PRINT-FS NOT = "00" OR FEED-FS NOT = "00"
               DISPLAY "ROLLCALL: UNABLE TO OPEN OUTPUTS, STATUS="
                   PRINT-FS "/" FEED-FS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "  ID     STUDENT NAME         MK  "
               "PICKUP CONTACTS - PRIORITY NAME RELATION PHONE"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           SORT ROLL-WORK
               ON ASCENDING KEY RLW-CAMPUS RLW-WHERE
                   RLW-SECTION-CODE RLW-STUDENT-NAME RLW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-THE-STUDENTS
               OUTPUT PROCEDURE IS PRINT-THE-ROLL

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO ACTIVE STUDENTS FOR THIS CAMPUS"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM END-A-SECTION
               PERFORM END-A-CAMPUS
           END-IF

           CLOSE STUDENT-FILE
           IF WS-HAVE-ENROLL
               CLOSE ENROLL-FILE
           END-IF
           IF WS-HAVE-CATALOG
               CLOSE CATALOG-FILE
           END-IF
           IF WS-HAVE-ATTDETL
               CLOSE ATTDETL-FILE
           END-IF
           IF WS-HAVE-CONTACTS
               CLOSE CONTACT-FILE
           END-IF
           CLOSE PRINT-FILE
           CLOSE FEED-FILE

           DISPLAY "===== EMERGENCY ROLL CALL ====="
           DISPLAY "PERIOD               : " WS-ROLL-PERIOD
           DISPLAY "AS OF (HHMM)         : " WS-NOW-HHMM
           DISPLAY "STUDENTS LISTED      : " WS-STUDENT-TOTAL
           DISPLAY "  UNDER HOMEROOM     : " WS-HOMEROOM-TOTAL
           DISPLAY "  NO PICKUP CONTACT  : " WS-NO-CONTACT-TOTAL
           DISPLAY "RESTRICTED CONTACTS  : " WS-RESTRICTED-TOTAL
           DISPLAY "FEED RECORDS         : " WS-FEED-TOTAL
           DISPLAY "ROLLCALL: ROLL PRINTED TO " WS-PRINT-DSNAME
           DISPLAY "ROLLCALL: CALL-OUT FEED WRITTEN TO "
               WS-FEED-DSNAME

           STOP RUN.

       RELEASE-THE-STUDENTS.
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND (WS-CAMPUS-FILTER = SPACES
                               OR STUDENT-CAMPUS = WS-CAMPUS-FILTER)
                           PERFORM Place-One-Student
                       END-IF
               END-READ
           END-PERFORM.

       Place-One-Student.
           MOVE STUDENT-CAMPUS TO RLW-CAMPUS
           MOVE STUDENT-NAME   TO RLW-STUDENT-NAME
           MOVE STUDENT-ID     TO RLW-STUDENT-ID
           PERFORM FIND-CURRENT-SECTION
           IF WS-FOUND-SECTION = "N"
               PERFORM USE-HOMEROOM
           END-IF

       *> "-" not yet marked; "L" left the building today - signed
       *> out at the front desk or sent home by the nurse.
           MOVE "-" TO RLW-MARK
           IF WS-HAVE-ATTDETL
               MOVE STUDENT-ID  TO ATD-STUDENT-ID
               MOVE WS-RUN-DATE TO ATD-DATE
               READ ATTDETL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ATD-MARK TO RLW-MARK
                       IF NOT ATD-NOT-SIGNED-OUT
                           OR (ATD-EXCUSE-CODE = "M"
                               AND NOT ATD-ABSENT)
                           MOVE "L" TO RLW-MARK
                       END-IF
               END-READ
           END-IF
           RELEASE ROLL-WORK-RECORD.

       *> The student's current-term "E" rows sit together under
       *> ENR-KEY; the first whose section meets this period is
       *> where they should be.
       FIND-CURRENT-SECTION.
           MOVE "N" TO WS-FOUND-SECTION
           IF WS-HAVE-ENROLL AND WS-HAVE-CATALOG
               MOVE STUDENT-ID TO ENR-STUDENT-ID
               MOVE LOW-VALUES TO ENR-COURSE-CODE
               MOVE ZERO TO ENR-TERM
               MOVE "N" TO WS-SCAN-EOF
               START ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ENROLL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF ENR-STUDENT-ID NOT = STUDENT-ID
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               IF ENR-TERM = WS-CURRENT-TERM
                                   AND ENR-ENROLLED
                                   PERFORM CHECK-SECTION-PERIOD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-SECTION-PERIOD.
           MOVE ENR-COURSE-CODE TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CRS-MEETING-PERIOD = WS-ROLL-PERIOD
                       MOVE "Y" TO WS-FOUND-SECTION
                       MOVE "Y" TO WS-SCAN-EOF
                       MOVE "1"             TO RLW-WHERE
                       MOVE CRS-SECTION-CODE TO RLW-SECTION-CODE
                       MOVE CRS-DESCRIPTION TO RLW-SECTION-DESC
                       MOVE CRS-ROOM        TO RLW-ROOM
                   END-IF
           END-READ.

       USE-HOMEROOM.
           MOVE "2"           TO RLW-WHERE
           MOVE STUDENT-CLASS TO RLW-SECTION-CODE
           MOVE SPACES        TO RLW-SECTION-DESC RLW-ROOM
           IF WS-HAVE-CATALOG
               MOVE STUDENT-CLASS TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CRS-DESCRIPTION TO RLW-SECTION-DESC
                       MOVE CRS-ROOM        TO RLW-ROOM
               END-READ
           END-IF.

       PRINT-THE-ROLL.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN ROLL-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Student
               END-RETURN
           END-PERFORM.

       Print-One-Student.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-A-CAMPUS
               PERFORM START-A-SECTION
           ELSE
               IF RLW-CAMPUS NOT = WS-PREV-CAMPUS
                   PERFORM END-A-SECTION
                   PERFORM END-A-CAMPUS
                   PERFORM START-A-CAMPUS
                   PERFORM START-A-SECTION
               ELSE
                   IF RLW-SECTION-CODE NOT = WS-PREV-SECTION
                       OR RLW-WHERE NOT = WS-PREV-WHERE
                       PERFORM END-A-SECTION
                       PERFORM START-A-SECTION
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-STUDENT-TOTAL WS-SECTION-STUDENTS
               WS-CAMPUS-STUDENTS
           IF RLW-WHERE = "2"
               ADD 1 TO WS-HOMEROOM-TOTAL
           END-IF
           EVALUATE RLW-MARK
               WHEN "A"
                   ADD 1 TO WS-SECTION-ABSENT WS-CAMPUS-ABSENT
               WHEN "L"
                   ADD 1 TO WS-SECTION-LEFT WS-CAMPUS-LEFT
               WHEN "-"
                   ADD 1 TO WS-SECTION-UNMARKED
           END-EVALUATE

           MOVE SPACES TO WS-STUDENT-PART
           STRING "  " RLW-STUDENT-ID " " RLW-STUDENT-NAME " "
               RLW-MARK "  "
               DELIMITED BY SIZE INTO WS-STUDENT-PART
           MOVE ZERO TO WS-AUTHORIZED-COUNT
           IF WS-HAVE-CONTACTS
               PERFORM LIST-THE-CONTACTS
           END-IF
           IF WS-AUTHORIZED-COUNT = ZERO
               ADD 1 TO WS-NO-CONTACT-TOTAL
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-STUDENT-PART
                   "** NO AUTHORIZED PICKUP CONTACT **"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
               MOVE SPACES TO WS-STUDENT-PART
               MOVE ZERO   TO RCF-CONTACT-PRIORITY
               MOVE SPACES TO RCF-CONTACT-NAME RCF-RELATIONSHIP
                   RCF-PHONE
               PERFORM WRITE-FEED-RECORD
           END-IF.

       *> The student's contacts in priority order.  The first
       *> printed line carries the student; the rest hang under it.
       LIST-THE-CONTACTS.
           MOVE RLW-STUDENT-ID TO CNT-STUDENT-ID
           MOVE ZERO TO CNT-PRIORITY
           MOVE "N" TO WS-SCAN-EOF
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CNT-STUDENT-ID NOT = RLW-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM Print-One-Contact
                       END-IF
               END-READ
           END-PERFORM.

       Print-One-Contact.
           MOVE SPACES TO WS-PRINT-LINE
           IF CNT-NO-PICKUP OR CNT-NO-INFO
               ADD 1 TO WS-RESTRICTED-TOTAL
               IF CNT-NO-PICKUP
                   MOVE "NO PICKUP" TO WS-RESTRICT-TEXT
               ELSE
                   MOVE "NO INFORMATION" TO WS-RESTRICT-TEXT
               END-IF
               STRING WS-STUDENT-PART "** DO NOT RELEASE TO "
                   CNT-NAME " - " WS-RESTRICT-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               ADD 1 TO WS-AUTHORIZED-COUNT
               STRING WS-STUDENT-PART CNT-PRIORITY " " CNT-NAME " "
                   CNT-RELATIONSHIP " " CNT-PHONE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE CNT-PRIORITY     TO RCF-CONTACT-PRIORITY
               MOVE CNT-NAME         TO RCF-CONTACT-NAME
               MOVE CNT-RELATIONSHIP TO RCF-RELATIONSHIP
               MOVE CNT-PHONE        TO RCF-PHONE
               PERFORM WRITE-FEED-RECORD
           END-IF
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-STUDENT-PART.

       WRITE-FEED-RECORD.
           MOVE RLW-CAMPUS       TO RCF-CAMPUS
           MOVE RLW-STUDENT-ID   TO RCF-STUDENT-ID
           MOVE RLW-STUDENT-NAME TO RCF-STUDENT-NAME
           MOVE RLW-SECTION-CODE TO RCF-SECTION-CODE
           MOVE RLW-ROOM         TO RCF-ROOM
           MOVE WS-ROLL-PERIOD   TO RCF-PERIOD
           MOVE RLW-MARK         TO RCF-MARK
           MOVE WS-RUN-DATE      TO RCF-EXTRACT-DATE
           MOVE WS-NOW-HHMM      TO RCF-EXTRACT-TIME
           WRITE FEED-RECORD
           ADD 1 TO WS-FEED-TOTAL.

       *> Each campus starts a new page: forcing the line count past
       *> the depth makes the next line throw the heading.
       START-A-CAMPUS.
           MOVE RLW-CAMPUS TO WS-PREV-CAMPUS
           MOVE ZERO TO WS-CAMPUS-STUDENTS WS-CAMPUS-ABSENT
               WS-CAMPUS-LEFT
           MOVE 999 TO WS-LINE-COUNT.

       START-A-SECTION.
           MOVE RLW-SECTION-CODE TO WS-PREV-SECTION
           MOVE RLW-WHERE TO WS-PREV-WHERE
           MOVE ZERO TO WS-SECTION-STUDENTS WS-SECTION-ABSENT
               WS-SECTION-UNMARKED WS-SECTION-LEFT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF RLW-WHERE = "1"
               STRING "ROOM " RLW-ROOM "  SECTION " RLW-SECTION-CODE
                   " " RLW-SECTION-DESC
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "ROOM " RLW-ROOM "  HOMEROOM " RLW-SECTION-CODE
                   " " RLW-SECTION-DESC
                   "  - NOTHING SCHEDULED THIS PERIOD"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       END-A-SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "    " WS-SECTION-STUDENTS " STUDENTS  "
               WS-SECTION-ABSENT " MARKED ABSENT  "
               WS-SECTION-LEFT " SIGNED OUT  "
               WS-SECTION-UNMARKED " NOT YET MARKED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       END-A-CAMPUS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " WS-PREV-CAMPUS " TOTAL "
               WS-CAMPUS-STUDENTS " STUDENTS, "
               WS-CAMPUS-ABSENT " MARKED ABSENT, "
               WS-CAMPUS-LEFT " SIGNED OUT TODAY"
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
           STRING "EMERGENCY ROLL CALL - CAMPUS " WS-PREV-CAMPUS
               " PERIOD " WS-ROLL-PERIOD " AT " WS-NOW-HHMM
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-HEADING-TEXT TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONTACTS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONTACT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROLLCALL-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROLLCALL-FEED"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FEED-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROLLCALL-PERIOD"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-ROLL-PERIOD =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
