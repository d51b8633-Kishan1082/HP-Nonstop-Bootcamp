       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFBOOK.

      *> Front-office conference booking screen.  The clerk keys the
      *> student and the conference night; the screen lists the
      *> student's teachers for the current term, the chosen
      *> teacher's open slots, and the student's contacts.  A slot
      *> is booked for one contact - never one under a no-
      *> information restriction - and is refused when the student
      *> or anyone in the student's household already holds a slot
      *> that overlaps it.  Each booking queues a confirmation
      *> through MAILPC and, like every cancellation, is audited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CONTACT-FILE ASSIGN TO WS-CONTACT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CONTACT-FS.

           *> The student's teachers are the teachers of the
           *> sections the student is enrolled in this term.
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

           *> FAMMAINT's household master - siblings share a family
           *> and so share the no-overlap rule.
           SELECT FAMILY-FILE ASSIGN TO WS-FAMILY-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-KEY
               ALTERNATE RECORD KEY IS FAM-MEMBER-STUDENT
               FILE STATUS IS FAMILY-FS.

           SELECT EMP-FILE ASSIGN TO WS-EMP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS EMP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SLOT-FILE.
       01 SLOT-RECORD.
           COPY "CONFSLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTACTRC".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD FAMILY-FILE.
       01 FAMILY-RECORD.
           COPY "FAMILYRC".

       FD EMP-FILE.
       01 EMP-RECORD.
           COPY "EMPLOYRC".

       WORKING-STORAGE SECTION.
       01 WS-SLOT-DSNAME            PIC X(40) VALUE "confslot.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CONTACT-DSNAME         PIC X(40) VALUE "contacts.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-FAMILY-DSNAME          PIC X(40) VALUE "family.idx".
       01 WS-EMP-DSNAME             PIC X(40) VALUE "employees.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 SLOT-FS                  PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CONTACT-FS               PIC XX.
       01 ENROLL-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 FAMILY-FS                PIC XX.
       01 EMP-FS                   PIC XX.
       01 WS-FAMILY-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-FAMILIES     VALUE "Y".
       01 WS-EMP-ON-FILE           PIC X VALUE "N".
           88 WS-HAVE-EMPLOYEES    VALUE "Y".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-ID              PIC 9(6).
       01 WS-CONF-DATE             PIC 9(8).
       01 WS-CHOICE                PIC X(1).
       01 WS-PICK                  PIC 9(2).
       01 WS-PICK-TIME             PIC 9(4).
       01 WS-PICK-TEACHER          PIC 9(3).
       01 WS-PICK-PRIORITY         PIC 9(1).
       01 WS-SHOWN-COUNT           PIC 9(3).
       01 WS-TEACHER-NAME          PIC X(20).

       *> The current term, whose enrollments say who teaches the
       *> student.
       01 WS-TERM                  PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).

       *> The student's teachers for the term, one row per teacher
       *> however many of the teacher's sections the student takes.
       01 WS-TCH-TABLE.
           05 WS-TCH-ENTRY OCCURS 15 TIMES.
               10 WS-TCH-ID         PIC 9(3).
               10 WS-TCH-SECTION    PIC X(3).
               10 WS-TCH-DESC       PIC X(20).
       01 WS-TCH-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-TCH-SUB               PIC 9(2) COMP.
       01 WS-TCH-FOUND             PIC X VALUE "N".

       *> The slot being booked, held across the overlap scan.
       01 WS-HOUSEHOLD-ID          PIC 9(6).
       01 WS-NEW-START             PIC 9(4).
       01 WS-NEW-END               PIC 9(4).
       01 WS-CONFLICT-FLAG         PIC X VALUE "N".
           88 WS-CONFLICT          VALUE "Y".
       01 WS-CONFLICT-TEACHER      PIC 9(3).
       01 WS-CONFLICT-STUDENT      PIC 9(6).
       01 WS-CONFLICT-START        PIC 9(4).
       01 WS-CONFLICT-END          PIC 9(4).
       01 WS-CONTACT-OK            PIC X VALUE "N".
       01 WS-CONTACT-NAME          PIC X(20).
       01 WS-CONTACT-NO-MAIL       PIC X VALUE "N".

       01 WS-BOOKED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-CANCELLED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-OVERLAP-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-NOTICE-COUNT          PIC 9(6) VALUE ZERO.

       *> CNTFIND call arguments - a booking contact under a no-mail
       *> order still attends, but the confirmation goes to the
       *> student's first contact mail is allowed to.
       01 WS-CF-ID                 PIC 9(6).
       01 WS-CF-PURPOSE            PIC X(1) VALUE "M".
       01 WS-CF-FOUND              PIC X(1).
       01 WS-CF-DEAD               PIC X(1).
       01 WS-CF-NAME               PIC X(20).
       01 WS-CF-PHONE              PIC X(12).
       01 WS-CF-ADDR1              PIC X(25).
       01 WS-CF-ADDR2              PIC X(25).

       *> MAILPC call arguments - one confirmation per booking.
       01 WS-MAIL-TYPE             PIC X(4) VALUE "CONF".
       01 WS-MAIL-STUDENT-ID       PIC 9(6).
       01 WS-MAIL-ADDRESSEE        PIC X(20).
       01 WS-MAIL-ADDR1            PIC X(25).
       01 WS-MAIL-ADDR2            PIC X(25).

       *> AUDITWR call arguments - every booking and cancellation.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "CONFBOOK".
       01 WS-AUD-ACTION            PIC X(8).
       01 WS-AUD-SOURCE            PIC X(12) VALUE "FRONT DESK".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> OPERSIGN call arguments - booking is front-office work,
       *> level 2 like the cashier window and the pickup desk.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 2.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES
           CALL "TERMGET" USING WS-TERM WS-TERM-STATE

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "CONFBOOK: SIGN-ON FAILED"
               STOP RUN
           END-IF

           OPEN I-O SLOT-FILE
           IF SLOT-FS NOT = "00"
               DISPLAY "CONFBOOK: NO CONFERENCE SLOTS ON FILE - "
                   "RUN CONFGEN FIRST, STATUS=" SLOT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "CONFBOOK: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           *> No contact file, no way to honor a restriction - the
           *> screen books nothing rather than book blind.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-FS NOT = "00"
               DISPLAY "CONFBOOK: UNABLE TO OPEN CONTACT FILE, "
                   "STATUS=" CONTACT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "CONFBOOK: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CONFBOOK: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT FAMILY-FILE
           IF FAMILY-FS = "00"
               SET WS-HAVE-FAMILIES TO TRUE
           END-IF

           OPEN INPUT EMP-FILE
           IF EMP-FS = "00"
               SET WS-HAVE-EMPLOYEES TO TRUE
           END-IF

           DISPLAY "===== PARENT-TEACHER CONFERENCE BOOKING ====="
           DISPLAY "STUDENT ID 0 ENDS THE SESSION"

           PERFORM UNTIL WS-DONE
               PERFORM SERVE-ONE-STUDENT
           END-PERFORM

           CLOSE SLOT-FILE
           CLOSE STUDENT-FILE
           CLOSE CONTACT-FILE
           CLOSE ENROLL-FILE
           CLOSE CATALOG-FILE
           IF WS-HAVE-FAMILIES
               CLOSE FAMILY-FILE
           END-IF
           IF WS-HAVE-EMPLOYEES
               CLOSE EMP-FILE
           END-IF

           DISPLAY " "
           DISPLAY "BOOKED THIS SESSION     : " WS-BOOKED-COUNT
           DISPLAY "CANCELLED               : " WS-CANCELLED-COUNT
           DISPLAY "REFUSED - OVERLAP       : " WS-OVERLAP-COUNT
           DISPLAY "CONFIRMATIONS QUEUED    : " WS-NOTICE-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       SERVE-ONE-STUDENT.
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID = ZERO
               SET WS-DONE TO TRUE
           ELSE
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "CONFBOOK: NO STUDENT ON FILE WITH ID: "
                           WS-ENTRY-ID
                   NOT INVALID KEY
                       IF STUDENT-DEACTIVATED
                           DISPLAY "CONFBOOK: STUDENT IS NOT ENROLLED"
                       ELSE
                           PERFORM Serve-The-Student
                       END-IF
               END-READ
           END-IF.

       Serve-The-Student.
           DISPLAY "STUDENT: " STUDENT-NAME "  CAMPUS " STUDENT-CAMPUS
           DISPLAY "CONFERENCE DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-CONF-DATE
           IF WS-CONF-DATE < WS-RUN-DATE
               DISPLAY "CONFBOOK: THAT NIGHT HAS PASSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-THE-HOUSEHOLD
           PERFORM GATHER-STUDENT-TEACHERS
           IF WS-TCH-USED = ZERO
               DISPLAY "CONFBOOK: NO TEACHERS FOUND - STUDENT HAS NO "
                   "SECTIONS THIS TERM"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-STUDENT-BOOKINGS
           MOVE SPACE TO WS-CHOICE
           PERFORM UNTIL WS-CHOICE = "N"
               DISPLAY "B=BOOK  C=CANCEL  N=NEXT STUDENT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               INSPECT WS-CHOICE CONVERTING "bcn" TO "BCN"
               EVALUATE WS-CHOICE
                   WHEN "B"
                       PERFORM BOOK-A-SLOT
                   WHEN "C"
                       PERFORM CANCEL-A-SLOT
                   WHEN OTHER
                       MOVE "N" TO WS-CHOICE
               END-EVALUATE
           END-PERFORM.

       FIND-THE-HOUSEHOLD.
           MOVE ZERO TO WS-HOUSEHOLD-ID
           IF WS-HAVE-FAMILIES
               MOVE STUDENT-ID TO FAM-MEMBER-STUDENT
               READ FAMILY-FILE KEY IS FAM-MEMBER-STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FAM-FAMILY-ID TO WS-HOUSEHOLD-ID
               END-READ
           END-IF.

       GATHER-STUDENT-TEACHERS.
           MOVE ZERO TO WS-TCH-USED
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
                           IF ENR-TERM = WS-TERM AND ENR-ENROLLED
                               PERFORM ADD-SECTION-TEACHER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TCH-USED
               MOVE WS-TCH-ID (WS-TCH-SUB) TO WS-PICK-TEACHER
               PERFORM GET-TEACHER-NAME
               DISPLAY "  " WS-TCH-SUB ") " WS-TCH-ID (WS-TCH-SUB)
                   " " WS-TEACHER-NAME " " WS-TCH-SECTION (WS-TCH-SUB)
                   " " WS-TCH-DESC (WS-TCH-SUB)
           END-PERFORM.

       ADD-SECTION-TEACHER.
           MOVE ENR-COURSE-CODE TO CRS-SECTION-CODE
           READ CATALOG-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CRS-TEACHER-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TCH-FOUND
           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
                   UNTIL WS-TCH-SUB > WS-TCH-USED
               IF WS-TCH-ID (WS-TCH-SUB) = CRS-TEACHER-ID
                   MOVE "Y" TO WS-TCH-FOUND
               END-IF
           END-PERFORM
           IF WS-TCH-FOUND = "N" AND WS-TCH-USED < 15
               ADD 1 TO WS-TCH-USED
               MOVE CRS-TEACHER-ID   TO WS-TCH-ID (WS-TCH-USED)
               MOVE CRS-SECTION-CODE TO WS-TCH-SECTION (WS-TCH-USED)
               MOVE CRS-DESCRIPTION  TO WS-TCH-DESC (WS-TCH-USED)
           END-IF.

       GET-TEACHER-NAME.
           MOVE SPACES TO WS-TEACHER-NAME
           IF WS-HAVE-EMPLOYEES
               MOVE WS-PICK-TEACHER TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-TEACHER-NAME
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-TEACHER-NAME
               END-READ
           END-IF.

       *> What this student already holds that night, so the clerk
       *> sees the family's evening before adding to it.
       SHOW-STUDENT-BOOKINGS.
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE WS-CONF-DATE TO CSL-DATE
           MOVE ZERO TO CSL-TEACHER-ID CSL-START-TIME
           MOVE "N" TO WS-SCAN-EOF
           START SLOT-FILE KEY IS NOT LESS THAN CSL-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SLOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CSL-DATE NOT = WS-CONF-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF CSL-BOOKED
                               AND CSL-STUDENT-ID = STUDENT-ID
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY "  BOOKED: TEACHER "
                                   CSL-TEACHER-ID " " CSL-START-TIME
                                   "-" CSL-END-TIME " ROOM " CSL-ROOM
                                   " FOR " CSL-CONTACT-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "  NO BOOKINGS THAT NIGHT YET"
           END-IF.

       BOOK-A-SLOT.
           DISPLAY "TEACHER NUMBER FROM THE LIST: " WITH NO ADVANCING
           ACCEPT WS-PICK
           IF WS-PICK = ZERO OR WS-PICK > WS-TCH-USED
               DISPLAY "CONFBOOK: NOT ON THE LIST"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TCH-ID (WS-PICK) TO WS-PICK-TEACHER
           PERFORM SHOW-OPEN-SLOTS
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "CONFBOOK: NO OPEN SLOTS FOR THIS TEACHER "
                   "THAT NIGHT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "START TIME (HHMM): " WITH NO ADVANCING
           ACCEPT WS-PICK-TIME
           MOVE WS-CONF-DATE    TO CSL-DATE
           MOVE WS-PICK-TEACHER TO CSL-TEACHER-ID
           MOVE WS-PICK-TIME    TO CSL-START-TIME
           READ SLOT-FILE
               INVALID KEY
                   DISPLAY "CONFBOOK: NO SUCH SLOT"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CSL-OPEN
               DISPLAY "CONFBOOK: THAT SLOT IS ALREADY BOOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE CSL-START-TIME TO WS-NEW-START
           MOVE CSL-END-TIME   TO WS-NEW-END

           PERFORM CHOOSE-THE-CONTACT
           IF WS-CONTACT-OK = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FAMILY-OVERLAP
           IF WS-CONFLICT
               ADD 1 TO WS-OVERLAP-COUNT
               DISPLAY "*** REFUSED - THE FAMILY ALREADY HOLDS "
                   WS-CONFLICT-START "-" WS-CONFLICT-END
                   " WITH TEACHER " WS-CONFLICT-TEACHER
               DISPLAY "    (BOOKED FOR STUDENT " WS-CONFLICT-STUDENT
                   ") - CHOOSE ANOTHER TIME ***"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "BOOK " WS-NEW-START "-" WS-NEW-END " FOR "
               WS-CONTACT-NAME " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
               MOVE SPACE TO WS-CHOICE
               DISPLAY "NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CHOICE
           PERFORM WRITE-THE-BOOKING.

       SHOW-OPEN-SLOTS.
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE WS-CONF-DATE    TO CSL-DATE
           MOVE WS-PICK-TEACHER TO CSL-TEACHER-ID
           MOVE ZERO            TO CSL-START-TIME
           MOVE "N" TO WS-SCAN-EOF
           START SLOT-FILE KEY IS NOT LESS THAN CSL-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SLOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CSL-DATE NOT = WS-CONF-DATE
                           OR CSL-TEACHER-ID NOT = WS-PICK-TEACHER
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF CSL-OPEN
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY "  OPEN " CSL-START-TIME "-"
                                   CSL-END-TIME " ROOM " CSL-ROOM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       *> The restricted contacts are listed so the clerk can say
       *> why a name is refused; a no-information contact can never
       *> be booked, and the refusal gives nothing away.
       CHOOSE-THE-CONTACT.
           MOVE "N" TO WS-CONTACT-OK
           MOVE STUDENT-ID TO CNT-STUDENT-ID
           MOVE ZERO TO CNT-PRIORITY
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE "N" TO WS-SCAN-EOF
           START CONTACT-FILE KEY IS NOT LESS THAN CNT-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CNT-STUDENT-ID NOT = STUDENT-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF CNT-NO-INFO
                               DISPLAY "  " CNT-PRIORITY " "
                                   CNT-NAME " ** RESTRICTED - "
                                   "CANNOT BE BOOKED **"
                           ELSE
                               ADD 1 TO WS-SHOWN-COUNT
                               DISPLAY "  " CNT-PRIORITY " "
                                   CNT-NAME " " CNT-RELATIONSHIP
                                   " " CNT-PHONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "CONFBOOK: NO CONTACT ON FILE CAN BE BOOKED "
                   "FOR THIS STUDENT - SEE THE OFFICE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTACT PRIORITY: " WITH NO ADVANCING
           ACCEPT WS-PICK-PRIORITY
           MOVE STUDENT-ID       TO CNT-STUDENT-ID
           MOVE WS-PICK-PRIORITY TO CNT-PRIORITY
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "CONFBOOK: NO SUCH CONTACT"
                   EXIT PARAGRAPH
           END-READ
           IF CNT-NO-INFO
               DISPLAY "CONFBOOK: CONTACT IS RESTRICTED - NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CONTACT-OK
           MOVE CNT-NAME TO WS-CONTACT-NAME
           MOVE "N" TO WS-CONTACT-NO-MAIL
           IF CNT-NO-MAIL
               MOVE "Y" TO WS-CONTACT-NO-MAIL
           END-IF.

       *> Walks every slot of the night: a booked slot held by this
       *> student, or by any child of the same household, that
       *> overlaps the new one refuses the booking.
       CHECK-FAMILY-OVERLAP.
           MOVE "N" TO WS-CONFLICT-FLAG
           MOVE WS-CONF-DATE TO CSL-DATE
           MOVE ZERO TO CSL-TEACHER-ID CSL-START-TIME
           MOVE "N" TO WS-SCAN-EOF
           START SLOT-FILE KEY IS NOT LESS THAN CSL-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-CONFLICT
               READ SLOT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CSL-DATE NOT = WS-CONF-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM Judge-One-Slot
                       END-IF
               END-READ
           END-PERFORM.

       Judge-One-Slot.
           IF NOT CSL-BOOKED
               EXIT PARAGRAPH
           END-IF
           IF CSL-STUDENT-ID NOT = STUDENT-ID
               IF WS-HOUSEHOLD-ID = ZERO
                   OR CSL-FAMILY-ID NOT = WS-HOUSEHOLD-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CSL-START-TIME < WS-NEW-END
               AND WS-NEW-START < CSL-END-TIME
               SET WS-CONFLICT TO TRUE
               MOVE CSL-TEACHER-ID TO WS-CONFLICT-TEACHER
               MOVE CSL-STUDENT-ID TO WS-CONFLICT-STUDENT
               MOVE CSL-START-TIME TO WS-CONFLICT-START
               MOVE CSL-END-TIME   TO WS-CONFLICT-END
           END-IF.

       *> The scan moved the file, so the slot is read again and
       *> must still be open - another desk may have taken it.
       WRITE-THE-BOOKING.
           MOVE WS-CONF-DATE    TO CSL-DATE
           MOVE WS-PICK-TEACHER TO CSL-TEACHER-ID
           MOVE WS-NEW-START    TO CSL-START-TIME
           READ SLOT-FILE
               INVALID KEY
                   DISPLAY "CONFBOOK: SLOT HAS GONE - NOT BOOKED"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CSL-OPEN
               DISPLAY "CONFBOOK: SLOT WAS JUST TAKEN - NOT BOOKED"
               EXIT PARAGRAPH
           END-IF
           SET CSL-BOOKED TO TRUE
           MOVE STUDENT-ID       TO CSL-STUDENT-ID
           MOVE WS-HOUSEHOLD-ID  TO CSL-FAMILY-ID
           MOVE WS-PICK-PRIORITY TO CSL-CONTACT-PRIORITY
           MOVE WS-CONTACT-NAME  TO CSL-CONTACT-NAME
           MOVE WS-OPERATOR-ID   TO CSL-BOOKED-BY
           MOVE WS-RUN-DATE      TO CSL-BOOKED-DATE
           REWRITE SLOT-RECORD
               INVALID KEY
                   DISPLAY "CONFBOOK: REWRITE FAILED, STATUS="
                       SLOT-FS " - NOT BOOKED"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-BOOKED-COUNT
           DISPLAY "BOOKED " WS-CONF-DATE " " WS-NEW-START "-"
               WS-NEW-END " WITH TEACHER " WS-PICK-TEACHER
               " ROOM " CSL-ROOM

           MOVE "CONFBOOK" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           STRING "SLOT " WS-CONF-DATE " " WS-PICK-TEACHER " "
               WS-NEW-START " OPEN"
               DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING "BOOKED FOR " WS-PICK-PRIORITY " " WS-CONTACT-NAME
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD
           PERFORM QUEUE-CONFIRMATION.

       *> The notice goes to the contact booked, at the contact's own
       *> address - unless that contact is under a no-mail order,
       *> when CNTFIND picks the student's first mailable contact.
       *> A dead address queues blank and lands on the mail run's
       *> exception list, as every letter job's does.
       QUEUE-CONFIRMATION.
           MOVE SPACES TO WS-MAIL-ADDRESSEE WS-MAIL-ADDR1
               WS-MAIL-ADDR2
           IF WS-CONTACT-NO-MAIL = "Y"
               MOVE STUDENT-ID TO WS-CF-ID
               CALL "CNTFIND" USING WS-CF-ID WS-CF-PURPOSE
                   WS-CF-FOUND WS-CF-DEAD WS-CF-NAME WS-CF-PHONE
                   WS-CF-ADDR1 WS-CF-ADDR2
               IF WS-CF-FOUND NOT = "Y"
                   DISPLAY "CONFBOOK: NO MAILABLE CONTACT - GIVE THE "
                       "FAMILY THE TIME BY PHONE"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CF-DEAD NOT = "Y"
                   MOVE WS-CF-NAME  TO WS-MAIL-ADDRESSEE
                   MOVE WS-CF-ADDR1 TO WS-MAIL-ADDR1
                   MOVE WS-CF-ADDR2 TO WS-MAIL-ADDR2
               END-IF
           ELSE
               MOVE STUDENT-ID       TO CNT-STUDENT-ID
               MOVE WS-PICK-PRIORITY TO CNT-PRIORITY
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CNT-UNDELIVERABLE
                           MOVE CNT-NAME       TO WS-MAIL-ADDRESSEE
                           MOVE CNT-ADDR-LINE1 TO WS-MAIL-ADDR1
                           MOVE CNT-ADDR-LINE2 TO WS-MAIL-ADDR2
                       END-IF
               END-READ
           END-IF
           MOVE STUDENT-ID TO WS-MAIL-STUDENT-ID
           CALL "MAILPC" USING WS-MAIL-TYPE WS-MAIL-STUDENT-ID
               WS-MAIL-ADDRESSEE WS-MAIL-ADDR1 WS-MAIL-ADDR2
           ADD 1 TO WS-NOTICE-COUNT.

       *> Only a slot this student holds can be released here; the
       *> slot goes back to open for anyone to book.
       CANCEL-A-SLOT.
           DISPLAY "TEACHER ID: " WITH NO ADVANCING
           ACCEPT WS-PICK-TEACHER
           DISPLAY "START TIME (HHMM): " WITH NO ADVANCING
           ACCEPT WS-PICK-TIME
           MOVE WS-CONF-DATE    TO CSL-DATE
           MOVE WS-PICK-TEACHER TO CSL-TEACHER-ID
           MOVE WS-PICK-TIME    TO CSL-START-TIME
           READ SLOT-FILE
               INVALID KEY
                   DISPLAY "CONFBOOK: NO SUCH SLOT"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CSL-BOOKED OR CSL-STUDENT-ID NOT = STUDENT-ID
               DISPLAY "CONFBOOK: THAT SLOT IS NOT BOOKED FOR THIS "
                   "STUDENT"
               EXIT PARAGRAPH
           END-IF
           MOVE "CONFCNCL" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           STRING "SLOT " WS-CONF-DATE " " WS-PICK-TEACHER " "
               WS-PICK-TIME " BOOKED FOR " CSL-CONTACT-PRIORITY " "
               CSL-CONTACT-NAME
               DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING "CANCELLED BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           SET CSL-OPEN TO TRUE
           MOVE ZERO TO CSL-STUDENT-ID CSL-FAMILY-ID
               CSL-CONTACT-PRIORITY CSL-BOOKED-DATE
           MOVE SPACES TO CSL-CONTACT-NAME CSL-BOOKED-BY
           REWRITE SLOT-RECORD
               INVALID KEY
                   DISPLAY "CONFBOOK: REWRITE FAILED, STATUS="
                       SLOT-FS " - NOT CANCELLED"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CANCELLED-COUNT
           DISPLAY "CANCELLED - SLOT IS OPEN AGAIN"
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this session's files at run
       *> time without recompiling, the same ENVIRONMENT-VARIABLE
       *> idiom transMaint.cob uses for its own file set.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONTACTS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONTACT-DSNAME
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FAMILY-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FAMILY-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "EMPLOYEES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EMP-DSNAME
           END-IF.
