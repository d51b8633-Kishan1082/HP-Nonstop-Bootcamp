       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The health office's authorization feed: "A" keys a
           *> signed form (add, or replace the medication's schedule
           *> and dates when a renewed form comes in), "X"
           *> discontinues a medication, "D" retires a record keyed in
           *> error.  One record per student per medication number.
           SELECT MED-TRAN-FILE ASSIGN TO WS-MEDTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEDTRAN-FS.

           SELECT MEDAUTH-FILE ASSIGN TO WS-MEDAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDA-KEY
               FILE STATUS IS MEDAUTH-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MED-TRAN-FILE.
       01 MED-TRAN-RECORD.
           05 MDT-ACTION            PIC X(1).
           05 MDT-STUDENT-ID        PIC 9(6).
           05 MDT-MED-SEQ           PIC 9(2).
           05 MDT-DRUG              PIC X(20).
           05 MDT-DOSE              PIC X(10).
           05 MDT-SCHEDULE.
               10 MDT-DOSE-TIME     PIC 9(4) OCCURS 4 TIMES.
           05 MDT-PRN               PIC X(1).
           05 MDT-START-DATE        PIC 9(8).
           05 MDT-EXPIRY-DATE       PIC 9(8).
           05 MDT-PRESCRIBER        PIC X(20).

       FD MEDAUTH-FILE.
       01 MEDAUTH-RECORD.
           COPY "MEDAUTRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-MEDTRAN-DSNAME         PIC X(40) VALUE "medtran.dat".
       01 WS-MEDAUTH-DSNAME         PIC X(40) VALUE "medauth.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 MEDTRAN-FS               PIC XX.
       01 MEDAUTH-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-RECORDED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-STOPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-RETIRED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-FORM-OK               PIC X VALUE "N".
       01 WS-SLOT                  PIC 9(1) COMP.
       01 WS-TIMES-KEYED           PIC 9(1) COMP.

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT MED-TRAN-FILE
           IF MEDTRAN-FS NOT = "00"
               DISPLAY "MEDMAINT: UNABLE TO OPEN AUTHORIZATION FEED, "
                   "STATUS=" MEDTRAN-FS
               STOP RUN
           END-IF

           OPEN I-O MEDAUTH-FILE
           IF MEDAUTH-FS NOT = "00"
               OPEN OUTPUT MEDAUTH-FILE
               CLOSE MEDAUTH-FILE
               OPEN I-O MEDAUTH-FILE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "MEDMAINT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ MED-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM Apply-Medication-Action
               END-READ
           END-PERFORM

           CLOSE MED-TRAN-FILE
           CLOSE MEDAUTH-FILE
           CLOSE STUDENT-FILE

           DISPLAY "===== MEDICATION AUTHORIZATION SUMMARY ====="
           DISPLAY "ACTIONS READ  : " WS-TRAN-COUNT
           DISPLAY "RECORDED      : " WS-RECORDED-COUNT
           DISPLAY "DISCONTINUED  : " WS-STOPPED-COUNT
           DISPLAY "RETIRED       : " WS-RETIRED-COUNT
           DISPLAY "REJECTED      : " WS-REJECT-COUNT

           STOP RUN.

       Apply-Medication-Action.
           MOVE MDT-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "MEDMAINT: ID NOT ON FILE="
                       MDT-STUDENT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE MDT-STUDENT-ID TO MDA-STUDENT-ID
                   MOVE MDT-MED-SEQ    TO MDA-MED-SEQ
                   EVALUATE MDT-ACTION
                       WHEN "A" PERFORM Record-Authorization
                       WHEN "X" PERFORM Discontinue-Medication
                       WHEN "D" PERFORM Retire-Authorization
                       WHEN OTHER
                           DISPLAY "MEDMAINT: UNKNOWN ACTION "
                               MDT-ACTION " ID=" MDT-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                   END-EVALUATE
           END-READ.

       *> A form needs a drug, a dose, a date range that runs
       *> forward, and either at least one scheduled time or the
       *> as-needed flag - a scheduled medication with no times
       *> would never come due.
       CHECK-THE-FORM.
           MOVE "N" TO WS-FORM-OK
           MOVE ZERO TO WS-TIMES-KEYED
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
               IF MDT-DOSE-TIME (WS-SLOT) IS NUMERIC
                   AND MDT-DOSE-TIME (WS-SLOT) NOT = ZERO
                   ADD 1 TO WS-TIMES-KEYED
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MDT-DRUG = SPACES OR MDT-DOSE = SPACES
                   DISPLAY "MEDMAINT: DRUG AND DOSE REQUIRED, ID="
                       MDT-STUDENT-ID " MED=" MDT-MED-SEQ
               WHEN MDT-START-DATE = ZERO
                   OR MDT-EXPIRY-DATE < MDT-START-DATE
                   DISPLAY "MEDMAINT: BAD AUTHORIZATION DATES "
                       MDT-START-DATE "-" MDT-EXPIRY-DATE
                       " ID=" MDT-STUDENT-ID
               WHEN MDT-PRN NOT = "Y" AND WS-TIMES-KEYED = ZERO
                   DISPLAY "MEDMAINT: NO DOSE TIMES AND NOT AS-"
                       "NEEDED, ID=" MDT-STUDENT-ID " MED="
                       MDT-MED-SEQ
               WHEN OTHER
                   MOVE "Y" TO WS-FORM-OK
           END-EVALUATE.

       *> A renewed form for the same student/medication replaces
       *> the earlier one and puts it back in force.
       Record-Authorization.
           PERFORM CHECK-THE-FORM
           IF WS-FORM-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE MDT-DRUG         TO MDA-DRUG
               MOVE MDT-DOSE         TO MDA-DOSE
               MOVE MDT-SCHEDULE     TO MDA-SCHEDULE
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   IF MDA-DOSE-TIME (WS-SLOT) IS NOT NUMERIC
                       MOVE ZERO TO MDA-DOSE-TIME (WS-SLOT)
                   END-IF
               END-PERFORM
               IF MDT-PRN = "Y"
                   MOVE "Y" TO MDA-PRN
               ELSE
                   MOVE "N" TO MDA-PRN
               END-IF
               MOVE MDT-START-DATE   TO MDA-START-DATE
               MOVE MDT-EXPIRY-DATE  TO MDA-EXPIRY-DATE
               MOVE MDT-PRESCRIBER   TO MDA-PRESCRIBER
               MOVE "A"              TO MDA-STATUS
               MOVE STUDENT-CAMPUS   TO MDA-CAMPUS
               MOVE WS-RUN-DATE      TO MDA-LAST-CHANGED
               WRITE MEDAUTH-RECORD
                   INVALID KEY
                       REWRITE MEDAUTH-RECORD
                           INVALID KEY
                               DISPLAY "MEDMAINT: REWRITE FAILED, ID="
                                   MDT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-RECORDED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDED-COUNT
               END-WRITE
           END-IF.

       Discontinue-Medication.
           READ MEDAUTH-FILE
               INVALID KEY
                   DISPLAY "MEDMAINT: NO AUTHORIZATION, ID="
                       MDT-STUDENT-ID " MED=" MDT-MED-SEQ
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "D"         TO MDA-STATUS
                   MOVE WS-RUN-DATE TO MDA-LAST-CHANGED
                   REWRITE MEDAUTH-RECORD
                       INVALID KEY
                           DISPLAY "MEDMAINT: REWRITE FAILED, ID="
                               MDT-STUDENT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-STOPPED-COUNT
                   END-REWRITE
           END-READ.

       Retire-Authorization.
           DELETE MEDAUTH-FILE
               INVALID KEY
                   DISPLAY "MEDMAINT: NO RECORD TO RETIRE, ID="
                       MDT-STUDENT-ID " MED=" MDT-MED-SEQ
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RETIRED-COUNT
           END-DELETE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MED-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
