       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICKUP.

      *> Front-desk early dismissal screen.  The clerk keys the
      *> student and the name of the adult at the desk; the adult is
      *> checked against the student's contacts and the screen says
      *> plainly whether they are authorized, restricted, or not on
      *> file.  Only an authorized contact can be released to - the
      *> release signs the student out on the attendance detail with
      *> the time and reason, the way HLTHLOG records the nurse
      *> sending a student home.  Every check, released or refused,
      *> goes on the pickup log PICKRPT prints for the principal, and
      *> an attempt by a restricted contact is audited as well.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           *> Appended for the whole session, one row per check.
           SELECT PICKUP-LOG-FILE ASSIGN TO WS-PICKLOG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PICKLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTACTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD PICKUP-LOG-FILE.
       01 PICKUP-LOG-RECORD.
           COPY "PICKUPRC".

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CONTACT-DSNAME         PIC X(40) VALUE "contacts.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-PICKLOG-DSNAME         PIC X(40) VALUE "pickuplog.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 CONTACT-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 PICKLOG-FS               PIC XX.
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-NOW-TIME              PIC 9(8).
       01 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM          PIC 9(4).
           05 FILLER               PIC 9(4).
       01 WS-ENTRY-ID              PIC 9(6).
       01 WS-ADULT-NAME            PIC X(20).
       01 WS-CONTACT-NAME          PIC X(20).
       01 WS-CHOICE                PIC X(1).
       01 WS-REASON-IN             PIC X(1).

       *> What the adult turned out to be.  A name that matches a
       *> restricted row and an authorized one both is treated as
       *> restricted - the desk never guesses in the adult's favour.
       01 WS-MATCH-STATE           PIC X(1).
           88 WS-NOT-ON-FILE       VALUE " ".
           88 WS-AUTHORIZED        VALUE "A".
           88 WS-RESTRICTED        VALUE "X".
       01 WS-MATCH-PRIORITY        PIC 9(1).
       01 WS-MATCH-RESTRICTION     PIC X(1).
       01 WS-MATCH-RELATIONSHIP    PIC X(10).
       01 WS-MATCH-PHONE           PIC X(12).
       01 WS-AUTH-SHOWN            PIC 9(2).

       01 WS-CHECK-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-RELEASED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RESTRICTED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-COUNT         PIC 9(6) VALUE ZERO.

       *> AUDITWR call arguments - every release, and every attempt
       *> by a restricted contact.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "PICKUP".
       01 WS-AUD-ACTION            PIC X(8).
       01 WS-AUD-SOURCE            PIC X(12) VALUE "FRONT DESK".
       01 WS-AUD-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> SYSSTAT call arguments - the desk keeps working during the
       *> batch window, but the clerk is told.
       01 WS-SYS-FUNCTION          PIC X(1).
       01 WS-SYS-STATE             PIC X(1).

       *> OPERSIGN call arguments - releasing a student writes the
       *> live attendance detail, level 2 like the cashier window.
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

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "PICKUP: SIGN-ON FAILED"
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "PICKUP: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           *> Without the contact file nobody can be verified, and
           *> the desk falls back to the office's own procedure.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-FS NOT = "00"
               DISPLAY "PICKUP: UNABLE TO OPEN CONTACT FILE, "
                   "STATUS=" CONTACT-FS
               DISPLAY "PICKUP: NO RELEASES CAN BE VERIFIED - "
                   "CALL THE OFFICE"
               CLOSE STUDENT-FILE
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O ATT-DETAIL-FILE
           IF ATTDETL-FS NOT = "00"
               OPEN OUTPUT ATT-DETAIL-FILE
               CLOSE ATT-DETAIL-FILE
               OPEN I-O ATT-DETAIL-FILE
           END-IF

           OPEN EXTEND PICKUP-LOG-FILE
           IF PICKLOG-FS NOT = "00"
               OPEN OUTPUT PICKUP-LOG-FILE
           END-IF

           PERFORM WARN-IF-BATCH-WINDOW

           DISPLAY "===== EARLY DISMISSAL - FRONT DESK ====="
           DISPLAY "STUDENT ID 0 ENDS THE SESSION"

           PERFORM UNTIL WS-DONE
               PERFORM CHECK-ONE-PICKUP
           END-PERFORM

           CLOSE STUDENT-FILE
           CLOSE CONTACT-FILE
           CLOSE ATT-DETAIL-FILE
           CLOSE PICKUP-LOG-FILE

           DISPLAY " "
           DISPLAY "CHECKED THIS SESSION    : " WS-CHECK-COUNT
           DISPLAY "RELEASED                : " WS-RELEASED-COUNT
           DISPLAY "REFUSED - RESTRICTED    : " WS-RESTRICTED-COUNT
           DISPLAY "REFUSED - NOT ON FILE   : " WS-UNKNOWN-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       *> The session note must never outlive the screen - a stale
       *> note would stamp overnight batch audits with an operator
       *> who went home hours ago.
       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       WARN-IF-BATCH-WINDOW.
           MOVE "Q" TO WS-SYS-FUNCTION
           CALL "SYSSTAT" USING WS-SYS-FUNCTION WS-SYS-STATE
           IF WS-SYS-STATE = "B"
               DISPLAY "*** BATCH IN PROGRESS - DATA SHOWN MAY BE "
                   "MID-UPDATE ***"
           END-IF.

       CHECK-ONE-PICKUP.
           DISPLAY " "
           DISPLAY "STUDENT ID: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           IF WS-ENTRY-ID = ZERO
               SET WS-DONE TO TRUE
           ELSE
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "PICKUP: NO STUDENT ON FILE WITH ID: "
                           WS-ENTRY-ID
                   NOT INVALID KEY
                       IF STUDENT-DEACTIVATED
                           DISPLAY "PICKUP: STUDENT IS NOT ENROLLED - "
                               "SEE THE OFFICE"
                       ELSE
                           PERFORM Check-The-Adult
                       END-IF
               END-READ
           END-IF.

       Check-The-Adult.
           DISPLAY "STUDENT: " STUDENT-NAME "  CAMPUS " STUDENT-CAMPUS
           MOVE SPACES TO WS-ADULT-NAME
           PERFORM UNTIL WS-ADULT-NAME NOT = SPACES
               DISPLAY "ADULT'S NAME (AS ON ID): " WITH NO ADVANCING
               ACCEPT WS-ADULT-NAME
           END-PERFORM
           INSPECT WS-ADULT-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ADD 1 TO WS-CHECK-COUNT
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM MATCH-THE-ADULT

           EVALUATE TRUE
               WHEN WS-RESTRICTED
                   PERFORM REFUSE-RESTRICTED
               WHEN WS-AUTHORIZED
                   PERFORM OFFER-RELEASE
               WHEN OTHER
                   PERFORM REFUSE-NOT-ON-FILE
           END-EVALUATE.

       MATCH-THE-ADULT.
           MOVE SPACE  TO WS-MATCH-STATE WS-MATCH-RESTRICTION
           MOVE ZERO   TO WS-MATCH-PRIORITY
           MOVE SPACES TO WS-MATCH-RELATIONSHIP WS-MATCH-PHONE
           MOVE STUDENT-ID TO CNT-STUDENT-ID
           MOVE ZERO TO CNT-PRIORITY
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
                           PERFORM Compare-One-Contact
                       END-IF
               END-READ
           END-PERFORM.

       Compare-One-Contact.
           MOVE CNT-NAME TO WS-CONTACT-NAME
           INSPECT WS-CONTACT-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CONTACT-NAME = WS-ADULT-NAME
               IF CNT-NO-PICKUP OR CNT-NO-INFO
                   SET WS-RESTRICTED TO TRUE
                   MOVE CNT-PRIORITY     TO WS-MATCH-PRIORITY
                   MOVE CNT-RESTRICTION  TO WS-MATCH-RESTRICTION
                   MOVE CNT-RELATIONSHIP TO WS-MATCH-RELATIONSHIP
               ELSE
                   IF WS-NOT-ON-FILE
                       SET WS-AUTHORIZED TO TRUE
                       MOVE CNT-PRIORITY     TO WS-MATCH-PRIORITY
                       MOVE CNT-RESTRICTION  TO WS-MATCH-RESTRICTION
                       MOVE CNT-RELATIONSHIP TO WS-MATCH-RELATIONSHIP
                       MOVE CNT-PHONE        TO WS-MATCH-PHONE
                   END-IF
               END-IF
           END-IF.

       *> A no-information contact is not even told whether the
       *> student is here - the screen gives the clerk nothing to
       *> read out but the refusal.
       REFUSE-RESTRICTED.
           ADD 1 TO WS-RESTRICTED-COUNT
           DISPLAY " "
           DISPLAY "****************************************"
           DISPLAY "***  DO NOT RELEASE - RESTRICTED     ***"
           DISPLAY "****************************************"
           IF WS-MATCH-RESTRICTION = "I"
               DISPLAY WS-ADULT-NAME " - NO INFORMATION: DO NOT "
                   "CONFIRM THE STUDENT IS HERE"
           ELSE
               DISPLAY WS-ADULT-NAME " - NO PICKUP"
           END-IF
           DISPLAY "CALL THE PRINCIPAL'S OFFICE NOW"
           MOVE "X" TO PKL-OUTCOME
           MOVE SPACE TO PKL-DEPART-REASON
           PERFORM WRITE-PICKUP-LOG
           MOVE "PICKRSTR" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
           STRING "RESTRICTED " WS-MATCH-RESTRICTION
               " CONTACT " WS-ADULT-NAME
               DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING "PICKUP REFUSED AT " WS-NOW-HHMM
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM WRITE-AUDIT-RECORD.

       *> The authorized contacts are shown so a misspelt name can
       *> be caught at the desk; the restricted ones are not.
       REFUSE-NOT-ON-FILE.
           ADD 1 TO WS-UNKNOWN-COUNT
           DISPLAY " "
           DISPLAY "*** NOT ON THIS STUDENT'S CONTACT LIST - DO NOT "
               "RELEASE ***"
           DISPLAY "AUTHORIZED CONTACTS ON FILE:"
           PERFORM SHOW-AUTHORIZED-CONTACTS
           DISPLAY "IF THE NAME WAS MISKEYED, CHECK THE STUDENT AGAIN"
           MOVE "N" TO PKL-OUTCOME
           MOVE SPACE TO PKL-DEPART-REASON
           PERFORM WRITE-PICKUP-LOG.

       SHOW-AUTHORIZED-CONTACTS.
           MOVE ZERO TO WS-AUTH-SHOWN
           MOVE STUDENT-ID TO CNT-STUDENT-ID
           MOVE ZERO TO CNT-PRIORITY
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
                           IF NOT CNT-NO-PICKUP AND NOT CNT-NO-INFO
                               ADD 1 TO WS-AUTH-SHOWN
                               DISPLAY "  " CNT-PRIORITY " " CNT-NAME
                                   " " CNT-RELATIONSHIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUTH-SHOWN = ZERO
               DISPLAY "  (NONE)"
           END-IF.

       OFFER-RELEASE.
           DISPLAY " "
           DISPLAY "AUTHORIZED CONTACT: " WS-ADULT-NAME " "
               WS-MATCH-RELATIONSHIP " PRIORITY " WS-MATCH-PRIORITY
           DISPLAY "PHONE ON FILE     : " WS-MATCH-PHONE
           DISPLAY "RELEASE THE STUDENT NOW (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
               MOVE SPACE TO WS-REASON-IN
               PERFORM UNTIL WS-REASON-IN = "A" OR "I" OR "F" OR "O"
                   DISPLAY "REASON A=APPOINTMENT I=ILLNESS F=FAMILY "
                       "O=OTHER: " WITH NO ADVANCING
                   ACCEPT WS-REASON-IN
                   INSPECT WS-REASON-IN CONVERTING "aifo" TO "AIFO"
               END-PERFORM
               ACCEPT WS-NOW-TIME FROM TIME
               PERFORM SIGN-OUT-THE-DAY
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "R" TO PKL-OUTCOME
               MOVE WS-REASON-IN TO PKL-DEPART-REASON
               PERFORM WRITE-PICKUP-LOG
               MOVE "EARLYREL" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
               STRING "CONTACT " WS-MATCH-PRIORITY " " WS-ADULT-NAME
                   DELIMITED BY SIZE INTO WS-AUD-BEFORE
               STRING "RELEASED AT " WS-NOW-HHMM " REASON "
                   WS-REASON-IN " BY " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-AUD-AFTER
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "RELEASED AT " WS-NOW-HHMM
                   " - SIGNED OUT ON TODAY'S ATTENDANCE"
           ELSE
               MOVE "C" TO PKL-OUTCOME
               MOVE SPACE TO PKL-DEPART-REASON
               PERFORM WRITE-PICKUP-LOG
               DISPLAY "NOT RELEASED"
           END-IF.

       *> The same three cases HLTHLOG meets sending a student home:
       *> no mark yet (released before the roll posted) writes the
       *> day as an absence excused by the release; a mark on file
       *> keeps its mark and takes "D".  A suspension day is DISCMNT's
       *> and is left alone.  The sign-out time and reason go on the
       *> day either way.
       SIGN-OUT-THE-DAY.
           MOVE STUDENT-ID  TO ATD-STUDENT-ID
           MOVE WS-RUN-DATE TO ATD-DATE
           READ ATT-DETAIL-FILE
               INVALID KEY
                   MOVE STUDENT-ID     TO ATD-STUDENT-ID
                   MOVE WS-RUN-DATE    TO ATD-DATE
                   SET ATD-ABSENT      TO TRUE
                   MOVE STUDENT-CAMPUS TO ATD-CAMPUS
                   MOVE "D"            TO ATD-EXCUSE-CODE
                   MOVE WS-NOW-HHMM    TO ATD-DEPART-TIME
                   MOVE WS-REASON-IN   TO ATD-DEPART-REASON
                   WRITE ATT-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "PICKUP: DETAIL WRITE FAILED, ID="
                               STUDENT-ID " - TELL THE OFFICE"
                   END-WRITE
               NOT INVALID KEY
                   IF NOT ATD-SUSPENDED
                       MOVE "D" TO ATD-EXCUSE-CODE
                   END-IF
                   MOVE WS-NOW-HHMM    TO ATD-DEPART-TIME
                   MOVE WS-REASON-IN   TO ATD-DEPART-REASON
                   REWRITE ATT-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "PICKUP: DETAIL REWRITE FAILED, "
                               "ID=" STUDENT-ID " - TELL THE OFFICE"
                   END-REWRITE
           END-READ.

       WRITE-PICKUP-LOG.
           MOVE WS-RUN-DATE          TO PKL-DATE
           MOVE WS-NOW-HHMM          TO PKL-TIME
           MOVE STUDENT-ID           TO PKL-STUDENT-ID
           MOVE STUDENT-CAMPUS       TO PKL-CAMPUS
           MOVE WS-ADULT-NAME        TO PKL-ADULT-NAME
           MOVE WS-MATCH-PRIORITY    TO PKL-CONTACT-PRIORITY
           MOVE WS-MATCH-RESTRICTION TO PKL-RESTRICTION
           MOVE WS-MATCH-RELATIONSHIP TO PKL-RELATIONSHIP
           MOVE WS-OPERATOR-ID       TO PKL-OPERATOR-ID
           WRITE PICKUP-LOG-RECORD
           IF PICKLOG-FS NOT = "00"
               DISPLAY "PICKUP: LOG WRITE FAILED, STATUS=" PICKLOG-FS
                   " - TELL THE OFFICE"
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PICKUPLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PICKLOG-DSNAME
           END-IF.
