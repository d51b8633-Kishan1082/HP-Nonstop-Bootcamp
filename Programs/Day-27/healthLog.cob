       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTHLOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The health office's daily log, keyed from the nurse's
           *> sheet: "V" records an office visit, "M" a medication
           *> dose given (or refused / not given) against a standing
           *> authorization.
           SELECT HEALTH-LOG-FILE ASSIGN TO WS-HLTHLOG-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HLTHLOG-FS.

           SELECT HEALTH-VISIT-FILE ASSIGN TO WS-HLTHVIS-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HVS-KEY
               FILE STATUS IS HLTHVIS-FS.

           SELECT MED-LOG-FILE ASSIGN TO WS-MEDLOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDL-KEY
               FILE STATUS IS MEDLOG-FS.

           SELECT MEDAUTH-FILE ASSIGN TO WS-MEDAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-KEY
               FILE STATUS IS MEDAUTH-FS.

           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HEALTH-LOG-FILE.
       01 HEALTH-VISIT-ENTRY.
           05 HLV-TYPE              PIC X(1).
           05 HLV-STUDENT-ID        PIC 9(6).
           05 HLV-DATE              PIC 9(8).
           05 HLV-TIME              PIC 9(4).
           05 HLV-COMPLAINT         PIC X(20).
           05 HLV-ACTION-TAKEN      PIC X(20).
           05 HLV-DISPOSITION       PIC X(1).
       01 HEALTH-DOSE-ENTRY.
           05 HLD-TYPE              PIC X(1).
           05 HLD-STUDENT-ID        PIC 9(6).
           05 HLD-DATE              PIC 9(8).
           05 HLD-TIME              PIC 9(4).
           05 HLD-MED-SEQ           PIC 9(2).
           05 HLD-OUTCOME           PIC X(1).
           05 HLD-GIVEN-BY          PIC X(8).

       FD HEALTH-VISIT-FILE.
       01 HEALTH-VISIT-RECORD.
           COPY "HLTHVRC".

       FD MED-LOG-FILE.
       01 MED-LOG-RECORD.
           COPY "MEDLOGRC".

       FD MEDAUTH-FILE.
       01 MEDAUTH-RECORD.
           COPY "MEDAUTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-HLTHLOG-DSNAME         PIC X(40) VALUE "hlthlog.dat".
       01 WS-HLTHVIS-DSNAME         PIC X(40) VALUE "hlthvis.idx".
       01 WS-MEDLOG-DSNAME          PIC X(40) VALUE "medlog.idx".
       01 WS-MEDAUTH-DSNAME         PIC X(40) VALUE "medauth.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 HLTHLOG-FS               PIC XX.
       01 HLTHVIS-FS               PIC XX.
       01 MEDLOG-FS                PIC XX.
       01 MEDAUTH-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-VISIT-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-SENT-HOME-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-EXCUSED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-DOSE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT HEALTH-LOG-FILE
           IF HLTHLOG-FS NOT = "00"
               DISPLAY "HLTHLOG: UNABLE TO OPEN HEALTH LOG FEED, "
                   "STATUS=" HLTHLOG-FS
               STOP RUN
           END-IF

           OPEN I-O HEALTH-VISIT-FILE
           IF HLTHVIS-FS NOT = "00"
               OPEN OUTPUT HEALTH-VISIT-FILE
               CLOSE HEALTH-VISIT-FILE
               OPEN I-O HEALTH-VISIT-FILE
           END-IF

           OPEN I-O MED-LOG-FILE
           IF MEDLOG-FS NOT = "00"
               OPEN OUTPUT MED-LOG-FILE
               CLOSE MED-LOG-FILE
               OPEN I-O MED-LOG-FILE
           END-IF

           OPEN I-O ATT-DETAIL-FILE
           IF ATTDETL-FS NOT = "00"
               OPEN OUTPUT ATT-DETAIL-FILE
               CLOSE ATT-DETAIL-FILE
               OPEN I-O ATT-DETAIL-FILE
           END-IF

           OPEN INPUT MEDAUTH-FILE
           IF MEDAUTH-FS NOT = "00"
               DISPLAY "HLTHLOG: UNABLE TO OPEN AUTHORIZATION FILE, "
                   "STATUS=" MEDAUTH-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "HLTHLOG: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ HEALTH-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM Apply-Log-Entry
               END-READ
           END-PERFORM

           CLOSE HEALTH-LOG-FILE
           CLOSE HEALTH-VISIT-FILE
           CLOSE MED-LOG-FILE
           CLOSE ATT-DETAIL-FILE
           CLOSE MEDAUTH-FILE
           CLOSE STUDENT-FILE

           DISPLAY "===== HEALTH OFFICE LOG SUMMARY ====="
           DISPLAY "ENTRIES READ    : " WS-ENTRY-COUNT
           DISPLAY "VISITS RECORDED : " WS-VISIT-COUNT
           DISPLAY "SENT HOME       : " WS-SENT-HOME-COUNT
           DISPLAY "DAYS EXCUSED    : " WS-EXCUSED-COUNT
           DISPLAY "DOSES RECORDED  : " WS-DOSE-COUNT
           DISPLAY "REJECTED        : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Log-Entry.
           MOVE HLV-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "HLTHLOG: ID NOT ON FILE=" HLV-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   EVALUATE HLV-TYPE
                       WHEN "V" PERFORM Record-Visit
                       WHEN "M" PERFORM Record-Dose
                       WHEN OTHER
                           DISPLAY "HLTHLOG: UNKNOWN ENTRY TYPE "
                               HLV-TYPE " ID=" HLV-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                   END-EVALUATE
           END-READ.

       *> A visit re-keyed for the same student, date and time
       *> replaces the first keying.  Disposition "C" returned to
       *> class, "R" rested and returned, "H" sent home, "E" sent out
       *> by ambulance / emergency pick-up.
       Record-Visit.
           MOVE HLV-DISPOSITION TO HVS-DISPOSITION
           IF NOT HVS-DISPOSITION-VALID
               DISPLAY "HLTHLOG: BAD DISPOSITION " HLV-DISPOSITION
                   " ID=" HLV-STUDENT-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE HLV-STUDENT-ID    TO HVS-STUDENT-ID
               MOVE HLV-DATE          TO HVS-VISIT-DATE
               MOVE HLV-TIME          TO HVS-VISIT-TIME
               MOVE HLV-COMPLAINT     TO HVS-COMPLAINT
               MOVE HLV-ACTION-TAKEN  TO HVS-ACTION-TAKEN
               MOVE STUDENT-CAMPUS    TO HVS-CAMPUS
               MOVE WS-RUN-DATE       TO HVS-RECORDED-DATE
               WRITE HEALTH-VISIT-RECORD
                   INVALID KEY
                       REWRITE HEALTH-VISIT-RECORD
                           INVALID KEY
                               DISPLAY "HLTHLOG: VISIT REWRITE FAILED,"
                                   " ID=" HLV-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-VISIT-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-VISIT-COUNT
               END-WRITE
               IF HVS-LEFT-SCHOOL
                   ADD 1 TO WS-SENT-HOME-COUNT
                   PERFORM EXCUSE-THE-DAY
               END-IF
           END-IF.

       *> A student the nurse sends home is medically excused for the
       *> day.  No mark yet (sent home before the roll posted) writes
       *> the day as a medical absence; an absence already on file
       *> takes the medical excuse; a present or tardy mark keeps its
       *> mark and takes "M" as a medical early dismissal.  A
       *> suspension day is DISCMNT's and is left alone.
       EXCUSE-THE-DAY.
           MOVE HLV-STUDENT-ID TO ATD-STUDENT-ID
           MOVE HLV-DATE       TO ATD-DATE
           READ ATT-DETAIL-FILE
               INVALID KEY
                   MOVE HLV-STUDENT-ID TO ATD-STUDENT-ID
                   MOVE HLV-DATE       TO ATD-DATE
                   SET ATD-ABSENT      TO TRUE
                   MOVE STUDENT-CAMPUS TO ATD-CAMPUS
                   MOVE "M"            TO ATD-EXCUSE-CODE
                   MOVE ZERO           TO ATD-DEPART-TIME
                   MOVE SPACE          TO ATD-DEPART-REASON
                   WRITE ATT-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "HLTHLOG: DETAIL WRITE FAILED, ID="
                               HLV-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-EXCUSED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   IF ATD-SUSPENDED
                       DISPLAY "HLTHLOG: SUSPENSION DAY NOT EXCUSED, "
                           "ID=" HLV-STUDENT-ID " DATE=" HLV-DATE
                   ELSE
                       MOVE "M" TO ATD-EXCUSE-CODE
                       REWRITE ATT-DETAIL-RECORD
                           INVALID KEY
                               DISPLAY "HLTHLOG: DETAIL REWRITE "
                                   "FAILED, ID=" HLV-STUDENT-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-EXCUSED-COUNT
                       END-REWRITE
                   END-IF
           END-READ.

       *> A dose must be against an authorization that is in force
       *> on the day given; anything else is reported for the nurse
       *> and not logged, so the daily list never credits a dose the
       *> office had no standing to give.
       Record-Dose.
           MOVE HLD-STUDENT-ID TO MDA-STUDENT-ID
           MOVE HLD-MED-SEQ    TO MDA-MED-SEQ
           READ MEDAUTH-FILE
               INVALID KEY
                   DISPLAY "HLTHLOG: NO AUTHORIZATION, ID="
                       HLD-STUDENT-ID " MED=" HLD-MED-SEQ
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE HLD-OUTCOME TO MDL-OUTCOME
                   EVALUATE TRUE
                       WHEN NOT MDL-OUTCOME-VALID
                           DISPLAY "HLTHLOG: BAD DOSE OUTCOME "
                               HLD-OUTCOME " ID=" HLD-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN NOT MDA-ACTIVE
                           DISPLAY "HLTHLOG: MEDICATION DISCONTINUED, "
                               "ID=" HLD-STUDENT-ID " MED="
                               HLD-MED-SEQ
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN HLD-DATE < MDA-START-DATE
                           OR HLD-DATE > MDA-EXPIRY-DATE
                           DISPLAY "HLTHLOG: AUTHORIZATION NOT IN "
                               "FORCE " HLD-DATE " ID=" HLD-STUDENT-ID
                               " MED=" HLD-MED-SEQ
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN OTHER
                           PERFORM WRITE-DOSE-RECORD
                   END-EVALUATE
           END-READ.

       WRITE-DOSE-RECORD.
           MOVE HLD-STUDENT-ID TO MDL-STUDENT-ID
           MOVE HLD-MED-SEQ    TO MDL-MED-SEQ
           MOVE HLD-DATE       TO MDL-DATE
           MOVE HLD-TIME       TO MDL-TIME
           MOVE HLD-GIVEN-BY   TO MDL-GIVEN-BY
           MOVE WS-RUN-DATE    TO MDL-RECORDED-DATE
           WRITE MED-LOG-RECORD
               INVALID KEY
                   REWRITE MED-LOG-RECORD
                       INVALID KEY
                           DISPLAY "HLTHLOG: DOSE REWRITE FAILED, ID="
                               HLD-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DOSE-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-DOSE-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HLTHLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HLTHLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HLTHVIS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HLTHVIS-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
