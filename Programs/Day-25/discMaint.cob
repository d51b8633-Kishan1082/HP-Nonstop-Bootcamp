       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The dean's office feed: "A" records an incident, "C"
           *> replaces it (type, action, suspension dates), "D"
           *> withdraws it.  Out-of-school suspension days land on the
           *> attendance detail as suspended absences; a change or
           *> withdrawal releases the days it no longer covers.
           SELECT DISC-TRAN-FILE ASSIGN TO WS-DISCTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISCTRAN-FS.

           SELECT DISCIPLINE-FILE ASSIGN TO WS-DISCIPL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSC-KEY
               FILE STATUS IS DISCIPL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           *> CALMAINT's instructional calendar decides which days of
           *> a suspension are school days.  Without it, weekdays
           *> stand in.
           SELECT CALENDAR-FILE ASSIGN TO WS-CALENDAR-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS CALENDAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DISC-TRAN-FILE.
       01 DISC-TRAN-RECORD.
           05 DIT-ACTION            PIC X(1).
           05 DIT-STUDENT-ID        PIC 9(6).
           05 DIT-INCIDENT-DATE     PIC 9(8).
           05 DIT-INCIDENT-TYPE     PIC X(3).
           05 DIT-ACTION-TAKEN      PIC X(1).
           05 DIT-SUSP-START        PIC 9(8).
           05 DIT-SUSP-END          PIC 9(8).
           05 DIT-DESCRIPTION       PIC X(30).

       FD DISCIPLINE-FILE.
       01 DISCIPLINE-RECORD.
           COPY "DISCRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           COPY "SCHCALRC".

       WORKING-STORAGE SECTION.
       01 WS-DISCTRAN-DSNAME        PIC X(40) VALUE "disctran.dat".
       01 WS-DISCIPL-DSNAME         PIC X(40) VALUE "discipl.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-CALENDAR-DSNAME        PIC X(40) VALUE "schcal.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 DISCTRAN-FS              PIC XX.
       01 DISCIPL-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 CALENDAR-FS              PIC XX.
       01 WS-CALENDAR-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-CALENDAR     VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-DAYS-MARKED           PIC 9(6) VALUE ZERO.
       01 WS-DAYS-RELEASED         PIC 9(6) VALUE ZERO.
       01 WS-INCIDENT-OK           PIC X VALUE "N".

       *> The incident as it stood before a change or withdrawal -
       *> its suspension range is what gets released.
       01 WS-OLD-INCIDENT.
           COPY "DISCRC" REPLACING ==DSC-KEY== BY ==OLD-KEY==
                   ==DSC-STUDENT-ID== BY ==OLD-STUDENT-ID==
                   ==DSC-INCIDENT-DATE== BY ==OLD-INCIDENT-DATE==
                   ==DSC-INCIDENT-TYPE== BY ==OLD-INCIDENT-TYPE==
                   ==DSC-TYPE-VALID== BY ==OLD-TYPE-VALID==
                   ==DSC-ACTION-TAKEN== BY ==OLD-ACTION-TAKEN==
                   ==DSC-ACTION-VALID== BY ==OLD-ACTION-VALID==
                   ==DSC-OUT-OF-SCHOOL== BY ==OLD-OUT-OF-SCHOOL==
                   ==DSC-SUSP-START== BY ==OLD-SUSP-START==
                   ==DSC-SUSP-END== BY ==OLD-SUSP-END==
                   ==DSC-SUSP-DAYS== BY ==OLD-SUSP-DAYS==
                   ==DSC-CAMPUS== BY ==OLD-CAMPUS==
                   ==DSC-ENTERED-BY== BY ==OLD-ENTERED-BY==
                   ==DSC-ENTERED-DATE== BY ==OLD-ENTERED-DATE==
                   ==DSC-DESCRIPTION== BY ==OLD-DESCRIPTION==.

       *> Day walk over a suspension range.  Day 1 of the integer
       *> calendar is a Monday, so a remainder of 6 or 0 after
       *> dividing by 7 is a weekend.
       01 WS-WALK-FROM             PIC 9(8).
       01 WS-WALK-TO               PIC 9(8).
       01 WS-WALK-DATE             PIC 9(8).
       01 WS-WALK-INT              PIC 9(7) COMP.
       01 WS-WALK-END-INT          PIC 9(7) COMP.
       01 WS-WALK-QUOT             PIC 9(7) COMP.
       01 WS-WALK-DOW              PIC 9(1) COMP.
       01 WS-WALK-CAMPUS           PIC X(2).
       01 WS-SCHOOL-DAY            PIC X VALUE "N".
       01 WS-DAY-COUNT             PIC 9(3) VALUE ZERO.

       *> OPERSIGN call arguments - discipline entries are an
       *> administrator's call and demand level 6; the signed-on
       *> operator is the entering administrator.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every incident entered, changed
       *> or withdrawn lands on the common trail with a readable
       *> summary of the incident.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "DISCMNT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "DISCTRAN".
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
               DISPLAY "DISCMNT: SIGN-ON FAILED - DISCIPLINE "
                   "ENTRIES NEED LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT DISC-TRAN-FILE
           IF DISCTRAN-FS NOT = "00"
               DISPLAY "DISCMNT: UNABLE TO OPEN INCIDENT FEED, "
                   "STATUS=" DISCTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "DISCMNT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O DISCIPLINE-FILE
           IF DISCIPL-FS NOT = "00"
               OPEN OUTPUT DISCIPLINE-FILE
               CLOSE DISCIPLINE-FILE
               OPEN I-O DISCIPLINE-FILE
           END-IF

           OPEN I-O ATT-DETAIL-FILE
           IF ATTDETL-FS NOT = "00"
               OPEN OUTPUT ATT-DETAIL-FILE
               CLOSE ATT-DETAIL-FILE
               OPEN I-O ATT-DETAIL-FILE
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FS = "00"
               SET WS-HAVE-CALENDAR TO TRUE
           ELSE
               DISPLAY "DISCMNT: NO SCHOOL CALENDAR ON FILE - "
                   "WEEKDAYS COUNT AS SUSPENSION DAYS"
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ DISC-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE DIT-ACTION
                           WHEN "A" PERFORM Add-Incident
                           WHEN "C" PERFORM Change-Incident
                           WHEN "D" PERFORM Delete-Incident
                           WHEN OTHER
                               DISPLAY "DISCMNT: UNKNOWN ACTION "
                                   DIT-ACTION " STUDENT="
                                   DIT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE DISC-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE DISCIPLINE-FILE
           CLOSE ATT-DETAIL-FILE
           IF WS-HAVE-CALENDAR
               CLOSE CALENDAR-FILE
           END-IF

           DISPLAY "===== DISCIPLINE MAINTENANCE SUMMARY ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "INCIDENTS ADDED   : " WS-ADD-COUNT
           DISPLAY "INCIDENTS CHANGED : " WS-CHANGE-COUNT
           DISPLAY "INCIDENTS REMOVED : " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT
           DISPLAY "SUSPENSION DAYS   : " WS-DAYS-MARKED
           DISPLAY "DAYS RELEASED     : " WS-DAYS-RELEASED

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> An incident must name a student on the master, a known
       *> type and action, and - for an out-of-school action only -
       *> a suspension range that starts no earlier than the
       *> incident itself.
       CHECK-THE-INCIDENT.
           MOVE "N" TO WS-INCIDENT-OK
           MOVE DIT-INCIDENT-TYPE TO DSC-INCIDENT-TYPE
           MOVE DIT-ACTION-TAKEN  TO DSC-ACTION-TAKEN
           MOVE DIT-STUDENT-ID    TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "DISCMNT: STUDENT NOT ON FILE="
                       DIT-STUDENT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-INCIDENT-OK
           END-READ
           IF WS-INCIDENT-OK = "Y"
               MOVE "N" TO WS-INCIDENT-OK
               EVALUATE TRUE
                   WHEN DIT-INCIDENT-DATE = ZERO
                       OR DIT-INCIDENT-DATE > WS-RUN-DATE
                       DISPLAY "DISCMNT: BAD INCIDENT DATE "
                           DIT-INCIDENT-DATE " STUDENT="
                           DIT-STUDENT-ID
                   WHEN NOT DSC-TYPE-VALID
                       DISPLAY "DISCMNT: INVALID INCIDENT TYPE "
                           DIT-INCIDENT-TYPE " STUDENT="
                           DIT-STUDENT-ID
                   WHEN NOT DSC-ACTION-VALID
                       DISPLAY "DISCMNT: INVALID ACTION TAKEN "
                           DIT-ACTION-TAKEN " STUDENT="
                           DIT-STUDENT-ID
                   WHEN DSC-OUT-OF-SCHOOL
                       AND (DIT-SUSP-START < DIT-INCIDENT-DATE
                         OR DIT-SUSP-END < DIT-SUSP-START)
                       DISPLAY "DISCMNT: BAD SUSPENSION DATES "
                           DIT-SUSP-START "-" DIT-SUSP-END
                           " STUDENT=" DIT-STUDENT-ID
                   WHEN OTHER
                       MOVE "Y" TO WS-INCIDENT-OK
               END-EVALUATE
           END-IF.

       BUILD-THE-INCIDENT.
           MOVE DIT-STUDENT-ID    TO DSC-STUDENT-ID
           MOVE DIT-INCIDENT-DATE TO DSC-INCIDENT-DATE
           MOVE DIT-INCIDENT-TYPE TO DSC-INCIDENT-TYPE
           MOVE DIT-ACTION-TAKEN  TO DSC-ACTION-TAKEN
           IF DSC-OUT-OF-SCHOOL
               MOVE DIT-SUSP-START TO DSC-SUSP-START
               MOVE DIT-SUSP-END   TO DSC-SUSP-END
           ELSE
               MOVE ZERO TO DSC-SUSP-START DSC-SUSP-END
           END-IF
           MOVE ZERO              TO DSC-SUSP-DAYS
           MOVE STUDENT-CAMPUS    TO DSC-CAMPUS
           MOVE WS-OPERATOR-ID    TO DSC-ENTERED-BY
           MOVE WS-RUN-DATE       TO DSC-ENTERED-DATE
           MOVE DIT-DESCRIPTION   TO DSC-DESCRIPTION
           IF DSC-OUT-OF-SCHOOL
               PERFORM MARK-SUSPENSION-DAYS
           END-IF.

       Add-Incident.
           PERFORM CHECK-THE-INCIDENT
           IF WS-INCIDENT-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE DIT-STUDENT-ID    TO DSC-STUDENT-ID
               MOVE DIT-INCIDENT-DATE TO DSC-INCIDENT-DATE
               READ DISCIPLINE-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-INCIDENT
                   NOT INVALID KEY
                       DISPLAY "DISCMNT: INCIDENT ALREADY ON FILE, "
                           "STUDENT=" DIT-STUDENT-ID " DATE="
                           DIT-INCIDENT-DATE
                       ADD 1 TO WS-REJECT-COUNT
               END-READ
           END-IF.

       WRITE-NEW-INCIDENT.
           PERFORM BUILD-THE-INCIDENT
           WRITE DISCIPLINE-RECORD
               INVALID KEY
                   DISPLAY "DISCMNT: WRITE FAILED, STUDENT="
                       DIT-STUDENT-ID " STATUS=" DISCIPL-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "WRITE   " TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-BEFORE
                   PERFORM DESCRIBE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       Change-Incident.
           PERFORM CHECK-THE-INCIDENT
           IF WS-INCIDENT-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE DIT-STUDENT-ID    TO DSC-STUDENT-ID
               MOVE DIT-INCIDENT-DATE TO DSC-INCIDENT-DATE
               READ DISCIPLINE-FILE
                   INVALID KEY
                       DISPLAY "DISCMNT: NO SUCH INCIDENT, STUDENT="
                           DIT-STUDENT-ID " DATE=" DIT-INCIDENT-DATE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM REWRITE-THE-INCIDENT
               END-READ
           END-IF.

       *> The old range is released first and the new one marked
       *> after, so days common to both simply end up suspended
       *> again.
       REWRITE-THE-INCIDENT.
           MOVE DISCIPLINE-RECORD TO WS-OLD-INCIDENT
           PERFORM DESCRIBE-BEFORE-IMAGE
           IF OLD-OUT-OF-SCHOOL
               PERFORM RELEASE-SUSPENSION-DAYS
           END-IF
           PERFORM BUILD-THE-INCIDENT
           REWRITE DISCIPLINE-RECORD
               INVALID KEY
                   DISPLAY "DISCMNT: REWRITE FAILED, STUDENT="
                       DIT-STUDENT-ID " STATUS=" DISCIPL-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM DESCRIBE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       Delete-Incident.
           MOVE DIT-STUDENT-ID    TO DSC-STUDENT-ID
           MOVE DIT-INCIDENT-DATE TO DSC-INCIDENT-DATE
           READ DISCIPLINE-FILE
               INVALID KEY
                   DISPLAY "DISCMNT: NO SUCH INCIDENT, STUDENT="
                       DIT-STUDENT-ID " DATE=" DIT-INCIDENT-DATE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM REMOVE-THE-INCIDENT
           END-READ.

       REMOVE-THE-INCIDENT.
           MOVE DISCIPLINE-RECORD TO WS-OLD-INCIDENT
           PERFORM DESCRIBE-BEFORE-IMAGE
           IF OLD-OUT-OF-SCHOOL
               PERFORM RELEASE-SUSPENSION-DAYS
           END-IF
           DELETE DISCIPLINE-FILE
               INVALID KEY
                   DISPLAY "DISCMNT: DELETE FAILED, STUDENT="
                       DIT-STUDENT-ID " STATUS=" DISCIPL-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETE  " TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-AFTER
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       *> Each school day of the suspension goes on the attendance
       *> detail as an absence excused for suspension.  A day the
       *> teacher already marked absent just takes the suspension
       *> code; a day marked present is left alone and reported.
       *> The master's day counters are ATTPOST's business - they
       *> move when the teachers' marks for these days post.
       MARK-SUSPENSION-DAYS.
           MOVE DSC-SUSP-START TO WS-WALK-FROM
           MOVE DSC-SUSP-END   TO WS-WALK-TO
           MOVE DSC-CAMPUS     TO WS-WALK-CAMPUS
           MOVE ZERO TO WS-DAY-COUNT
           COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-WALK-FROM)
           COMPUTE WS-WALK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WALK-TO)
           PERFORM UNTIL WS-WALK-INT > WS-WALK-END-INT
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               PERFORM CHECK-SCHOOL-DAY
               IF WS-SCHOOL-DAY = "Y"
                   PERFORM SUSPEND-ONE-DAY
               END-IF
               ADD 1 TO WS-WALK-INT
           END-PERFORM
           MOVE WS-DAY-COUNT TO DSC-SUSP-DAYS.

       SUSPEND-ONE-DAY.
           MOVE DSC-STUDENT-ID TO ATD-STUDENT-ID
           MOVE WS-WALK-DATE   TO ATD-DATE
           READ ATT-DETAIL-FILE
               INVALID KEY
                   MOVE DSC-STUDENT-ID TO ATD-STUDENT-ID
                   MOVE WS-WALK-DATE   TO ATD-DATE
                   SET ATD-ABSENT      TO TRUE
                   MOVE DSC-CAMPUS     TO ATD-CAMPUS
                   SET ATD-SUSPENDED   TO TRUE
                   MOVE ZERO           TO ATD-DEPART-TIME
                   MOVE SPACE          TO ATD-DEPART-REASON
                   WRITE ATT-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "DISCMNT: DETAIL WRITE FAILED, "
                               "ID=" DSC-STUDENT-ID " DATE="
                               WS-WALK-DATE
                       NOT INVALID KEY
                           ADD 1 TO WS-DAY-COUNT
                           ADD 1 TO WS-DAYS-MARKED
                   END-WRITE
               NOT INVALID KEY
                   IF ATD-ABSENT
                       SET ATD-SUSPENDED TO TRUE
                       REWRITE ATT-DETAIL-RECORD
                           INVALID KEY
                               DISPLAY "DISCMNT: DETAIL REWRITE "
                                   "FAILED, ID=" DSC-STUDENT-ID
                                   " DATE=" WS-WALK-DATE
                           NOT INVALID KEY
                               ADD 1 TO WS-DAY-COUNT
                               ADD 1 TO WS-DAYS-MARKED
                       END-REWRITE
                   ELSE
                       DISPLAY "DISCMNT: MARKED IN ATTENDANCE ON A "
                           "SUSPENSION DAY, ID=" DSC-STUDENT-ID
                           " DATE=" WS-WALK-DATE " MARK=" ATD-MARK
                   END-IF
           END-READ.

       *> Days a suspension no longer covers were still days the
       *> school sent the student home - they stay absences, now
       *> excused.
       RELEASE-SUSPENSION-DAYS.
           MOVE OLD-SUSP-START TO WS-WALK-FROM
           MOVE OLD-SUSP-END   TO WS-WALK-TO
           MOVE OLD-CAMPUS     TO WS-WALK-CAMPUS
           COMPUTE WS-WALK-INT = FUNCTION INTEGER-OF-DATE(WS-WALK-FROM)
           COMPUTE WS-WALK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WALK-TO)
           PERFORM UNTIL WS-WALK-INT > WS-WALK-END-INT
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               MOVE OLD-STUDENT-ID TO ATD-STUDENT-ID
               MOVE WS-WALK-DATE   TO ATD-DATE
               READ ATT-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATD-SUSPENDED
                           MOVE "E" TO ATD-EXCUSE-CODE
                           REWRITE ATT-DETAIL-RECORD
                               INVALID KEY
                                   DISPLAY "DISCMNT: DETAIL REWRITE "
                                       "FAILED, ID=" OLD-STUDENT-ID
                                       " DATE=" WS-WALK-DATE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DAYS-RELEASED
                           END-REWRITE
                       END-IF
               END-READ
               ADD 1 TO WS-WALK-INT
           END-PERFORM.

       CHECK-SCHOOL-DAY.
           MOVE "N" TO WS-SCHOOL-DAY
           IF WS-HAVE-CALENDAR
               MOVE WS-WALK-CAMPUS TO CAL-CAMPUS
               MOVE WS-WALK-DATE   TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-INSTRUCTIONAL
                           MOVE "Y" TO WS-SCHOOL-DAY
                       END-IF
               END-READ
           ELSE
               DIVIDE WS-WALK-INT BY 7 GIVING WS-WALK-QUOT
                   REMAINDER WS-WALK-DOW
               IF WS-WALK-DOW NOT = 6 AND WS-WALK-DOW NOT = 0
                   MOVE "Y" TO WS-SCHOOL-DAY
               END-IF
           END-IF.

       DESCRIBE-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-BEFORE
           STRING "INC " OLD-INCIDENT-DATE " " OLD-INCIDENT-TYPE
               " ACT " OLD-ACTION-TAKEN " SUSP " OLD-SUSP-START
               "-" OLD-SUSP-END " " OLD-ENTERED-BY
               DELIMITED BY SIZE INTO WS-AUD-BEFORE.

       DESCRIBE-AFTER-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER
           STRING "INC " DSC-INCIDENT-DATE " " DSC-INCIDENT-TYPE
               " ACT " DSC-ACTION-TAKEN " SUSP " DSC-SUSP-START
               "-" DSC-SUSP-END " " DSC-ENTERED-BY
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           MOVE DIT-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISC-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISCTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISCIPLINE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISCIPL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "SCHCAL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CALENDAR-DSNAME
           END-IF.
