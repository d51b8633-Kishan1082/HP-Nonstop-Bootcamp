       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEDLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Every authorization on file is looked at; discontinued
           *> ones and ones not yet in force drop out, expired ones
           *> still print so the nurse can chase the renewal form.
           SELECT MEDAUTH-FILE ASSIGN TO WS-MEDAUTH-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MDA-KEY
               FILE STATUS IS MEDAUTH-FS.

           SELECT MED-LOG-FILE ASSIGN TO WS-MEDLOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MDL-KEY
               FILE STATUS IS MEDLOG-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> The health office's daily administration list: per
           *> campus, one line per student per medication, doses
           *> given against doses due for the day.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT MED-WORK ASSIGN TO "medlist.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD MEDAUTH-FILE.
       01 MEDAUTH-RECORD.
           COPY "MEDAUTRC".

       FD MED-LOG-FILE.
       01 MED-LOG-RECORD.
           COPY "MEDLOGRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       SD MED-WORK.
       01 MED-WORK-RECORD.
           05 MDW-CAMPUS            PIC X(2).
           05 MDW-STUDENT-NAME      PIC X(20).
           05 MDW-STUDENT-ID        PIC 9(6).
           05 MDW-MED-SEQ           PIC 9(2).
           05 MDW-DRUG              PIC X(20).
           05 MDW-DOSE              PIC X(10).
           05 MDW-PRN               PIC X(1).
           05 MDW-DUE               PIC 9(1).
           05 MDW-GIVEN             PIC 9(2).
           05 MDW-EXPIRY-DATE       PIC 9(8).
           05 MDW-FLAG              PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-MEDAUTH-DSNAME         PIC X(40) VALUE "medauth.idx".
       01 WS-MEDLOG-DSNAME          PIC X(40) VALUE "medlog.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "medlist.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 MEDAUTH-FS               PIC XX.
       01 MEDLOG-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-LOG-EOF               PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-FIRST-RECORD          PIC X VALUE "Y".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The day the list is for (MED-DATE) - the business date
       *> when not given - and how many days ahead of expiry an
       *> authorization starts being flagged (MED-WARN-DAYS).
       01 WS-LIST-DATE             PIC 9(8) VALUE ZERO.
       01 WS-WARN-DAYS             PIC 9(3) VALUE 14.
       01 WS-DAYS-LEFT             PIC S9(7) COMP.

       *> One campus only (CAMPUS-FILTER) - spaces lists them all.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.

       01 WS-PREV-CAMPUS           PIC X(2) VALUE SPACES.
       01 WS-SLOT                  PIC 9(1) COMP.
       01 WS-DOSES-DUE             PIC 9(1).
       01 WS-DOSES-GIVEN           PIC 9(2).

       01 WS-AUTHS-READ            PIC 9(6) VALUE ZERO.
       01 WS-LINES-LISTED          PIC 9(6) VALUE ZERO.
       01 WS-MISSED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-EXPIRED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CMP-DUE               PIC 9(5) COMP.
       01 WS-CMP-GIVEN             PIC 9(5) COMP.
       01 WS-CMP-FLAGGED           PIC 9(5) COMP.

       *> Edited fields for the print lines.
       01 WS-DUE-EDIT              PIC Z9.
       01 WS-GIVEN-EDIT            PIC Z9.
       01 WS-TOTAL-EDIT            PIC ZZZZ9.
       01 WS-GIVEN-TOTAL-EDIT      PIC ZZZZ9.
       01 WS-FLAGGED-EDIT          PIC ZZZZ9.

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
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-LIST-DATE
           PERFORM SET-FILENAMES

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "STUDENT NAME          ID     MED DRUG              "
               "   DOSE        DUE GIVEN  NOTE"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           OPEN INPUT MEDAUTH-FILE
           IF MEDAUTH-FS NOT = "00"
               DISPLAY "MEDLIST: NO AUTHORIZATION FILE ON SYSTEM - RUN "
                   "MEDMAINT FIRST, STATUS=" MEDAUTH-FS
               STOP RUN
           END-IF

           OPEN INPUT MED-LOG-FILE
           IF MEDLOG-FS NOT = "00"
               OPEN OUTPUT MED-LOG-FILE
               CLOSE MED-LOG-FILE
               OPEN INPUT MED-LOG-FILE
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "MEDLIST: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "MEDLIST: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           SORT MED-WORK
               ON ASCENDING KEY MDW-CAMPUS MDW-STUDENT-NAME
                                MDW-STUDENT-ID MDW-MED-SEQ
               INPUT PROCEDURE IS RELEASE-THE-AUTHORIZATIONS
               OUTPUT PROCEDURE IS PRINT-THE-LIST

           IF WS-FIRST-RECORD = "Y"
               MOVE "NO MEDICATIONS IN FORCE FOR THE DAY"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM FINISH-CAMPUS
           END-IF

           CLOSE MEDAUTH-FILE
           CLOSE MED-LOG-FILE
           CLOSE STUDENT-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== MEDICATION LIST SUMMARY ====="
           DISPLAY "LIST DATE        : " WS-LIST-DATE
           DISPLAY "AUTHORIZATIONS   : " WS-AUTHS-READ
           DISPLAY "LINES LISTED     : " WS-LINES-LISTED
           DISPLAY "DOSES MISSED     : " WS-MISSED-COUNT
           DISPLAY "EXPIRED FORMS    : " WS-EXPIRED-COUNT
           DISPLAY "MEDLIST: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       RELEASE-THE-AUTHORIZATIONS.
           PERFORM UNTIL WS-EOF = "Y"
               READ MEDAUTH-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-AUTHS-READ
                       IF MDA-ACTIVE
                           AND MDA-START-DATE <= WS-LIST-DATE
                           AND (WS-CAMPUS-FILTER = SPACES
                             OR WS-CAMPUS-FILTER = MDA-CAMPUS)
                           PERFORM Release-One-Medication
                       END-IF
               END-READ
           END-PERFORM.

       *> An as-needed medication is never due, so it only prints
       *> what was given.  An expired form is still listed (with no
       *> doses due - the office may not give against it) so the
       *> renewal gets chased.
       Release-One-Medication.
           MOVE MDA-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO STUDENT-NAME
           END-READ

           MOVE ZERO TO WS-DOSES-DUE
           IF NOT MDA-AS-NEEDED
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 4
                   IF MDA-DOSE-TIME (WS-SLOT) NOT = ZERO
                       ADD 1 TO WS-DOSES-DUE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM COUNT-DOSES-GIVEN

           MOVE SPACES TO MDW-FLAG
           IF MDA-EXPIRY-DATE < WS-LIST-DATE
               MOVE ZERO TO WS-DOSES-DUE
               MOVE "EXPIRED" TO MDW-FLAG
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(MDA-EXPIRY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-LIST-DATE)
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "EXPIRES SOON" TO MDW-FLAG
               END-IF
               IF WS-DOSES-GIVEN < WS-DOSES-DUE
                   MOVE "MISSED" TO MDW-FLAG
                   ADD WS-DOSES-DUE TO WS-MISSED-COUNT
                   SUBTRACT WS-DOSES-GIVEN FROM WS-MISSED-COUNT
               END-IF
           END-IF

           MOVE MDA-CAMPUS      TO MDW-CAMPUS
           MOVE STUDENT-NAME    TO MDW-STUDENT-NAME
           MOVE MDA-STUDENT-ID  TO MDW-STUDENT-ID
           MOVE MDA-MED-SEQ     TO MDW-MED-SEQ
           MOVE MDA-DRUG        TO MDW-DRUG
           MOVE MDA-DOSE        TO MDW-DOSE
           MOVE MDA-PRN         TO MDW-PRN
           MOVE WS-DOSES-DUE    TO MDW-DUE
           MOVE WS-DOSES-GIVEN  TO MDW-GIVEN
           MOVE MDA-EXPIRY-DATE TO MDW-EXPIRY-DATE
           RELEASE MED-WORK-RECORD.

       *> The dose log is keyed student / medication / date / time,
       *> so the day's doses for one medication sit together.
       COUNT-DOSES-GIVEN.
           MOVE ZERO TO WS-DOSES-GIVEN
           MOVE MDA-STUDENT-ID TO MDL-STUDENT-ID
           MOVE MDA-MED-SEQ    TO MDL-MED-SEQ
           MOVE WS-LIST-DATE   TO MDL-DATE
           MOVE ZERO           TO MDL-TIME
           MOVE "N" TO WS-LOG-EOF
           START MED-LOG-FILE KEY IS NOT LESS THAN MDL-KEY
               INVALID KEY MOVE "Y" TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ MED-LOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF MDL-STUDENT-ID NOT = MDA-STUDENT-ID
                           OR MDL-MED-SEQ NOT = MDA-MED-SEQ
                           OR MDL-DATE NOT = WS-LIST-DATE
                           MOVE "Y" TO WS-LOG-EOF
                       ELSE
                           IF MDL-GIVEN
                               ADD 1 TO WS-DOSES-GIVEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-THE-LIST.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN MED-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END PERFORM Print-One-Medication
               END-RETURN
           END-PERFORM.

       Print-One-Medication.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM START-CAMPUS
           ELSE
               IF MDW-CAMPUS NOT = WS-PREV-CAMPUS
                   PERFORM FINISH-CAMPUS
                   PERFORM START-CAMPUS
               END-IF
           END-IF

           MOVE MDW-DUE   TO WS-DUE-EDIT
           MOVE MDW-GIVEN TO WS-GIVEN-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF MDW-PRN = "Y"
               STRING MDW-STUDENT-NAME "  " MDW-STUDENT-ID "  "
                   MDW-MED-SEQ "  " MDW-DRUG " " MDW-DOSE "  PRN  "
                   WS-GIVEN-EDIT "   " MDW-FLAG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING MDW-STUDENT-NAME "  " MDW-STUDENT-ID "  "
                   MDW-MED-SEQ "  " MDW-DRUG " " MDW-DOSE "   "
                   WS-DUE-EDIT "   " WS-GIVEN-EDIT "   " MDW-FLAG
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE
           IF MDW-FLAG = "EXPIRED"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "      AUTHORIZATION EXPIRED " MDW-EXPIRY-DATE
                   " - NO DOSES UNTIL A RENEWED FORM IS ON FILE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           ADD 1 TO WS-LINES-LISTED
           ADD MDW-DUE   TO WS-CMP-DUE
           ADD MDW-GIVEN TO WS-CMP-GIVEN
           IF MDW-FLAG NOT = SPACES
               ADD 1 TO WS-CMP-FLAGGED
           END-IF.

       *> Each campus's health office gets its own pages.
       START-CAMPUS.
           MOVE MDW-CAMPUS TO WS-PREV-CAMPUS
           MOVE ZERO TO WS-CMP-DUE WS-CMP-GIVEN WS-CMP-FLAGGED
           MOVE 999 TO WS-LINE-COUNT.

       FINISH-CAMPUS.
           MOVE WS-CMP-DUE     TO WS-TOTAL-EDIT
           MOVE WS-CMP-GIVEN   TO WS-GIVEN-TOTAL-EDIT
           MOVE WS-CMP-FLAGGED TO WS-FLAGGED-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAMPUS " WS-PREV-CAMPUS " TOTAL  DOSES DUE "
               WS-TOTAL-EDIT "  GIVEN " WS-GIVEN-TOTAL-EDIT
               "  LINES FLAGGED " WS-FLAGGED-EDIT
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
           STRING "MEDICATION LIST CAMPUS " WS-PREV-CAMPUS " FOR "
               WS-LIST-DATE "  BUSINESS DATE " WS-RUN-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDAUTH-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDAUTH-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDLOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-MEDLOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MEDLIST-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MED-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-LIST-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "MED-WARN-DAYS"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-WARN-DAYS =
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
