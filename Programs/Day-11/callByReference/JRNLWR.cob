       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLWR.

      *> The online update journal, in the AUDITWR mold: one
      *> after-image per update an online screen makes, appended and
      *> closed on every call so the entry is on disk before the
      *> screen confirms anything to the operator.  Where the audit
      *> trail answers "who changed it", this answers "what did the
      *> file look like after" - enough for FWDRECOV to carry a
      *> reloaded backup forward to the moment of a loss.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FS.

           *> The sign-on session note OPERSIGN keeps, read the same
           *> way AUDITWR reads it.
           SELECT SESSION-FILE ASSIGN TO WS-SESSION-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS OPS-KEY
               FILE STATUS IS SESSION-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "JRNLRC".

       FD SESSION-FILE.
       01 SESSION-RECORD.
           05 OPS-OPERATOR-ID       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-DSNAME         PIC X(40) VALUE "onljrnl.dat".
       01 WS-SESSION-DSNAME         PIC X(40) VALUE "opersess.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 JOURNAL-FS               PIC XX.
       01 SESSION-FS               PIC XX.
       01 OPS-KEY                  PIC 9(4).
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).
       01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PROGRAM        PIC X(10).
       01 LS-FILE           PIC X(8).
       01 LS-ACTION         PIC X(1).
       01 LS-IMAGE          PIC X(100).
       01 LS-WRITTEN-FLAG   PIC X(1).
           88 LS-WRITTEN    VALUE "Y".
           88 LS-NOT-WRITTEN VALUE "N".

       PROCEDURE DIVISION USING LS-PROGRAM LS-FILE LS-ACTION
               LS-IMAGE LS-WRITTEN-FLAG.
       Main-Para.
           SET LS-NOT-WRITTEN TO TRUE
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ONLJRNL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOURNAL-DSNAME
           END-IF

           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           PERFORM FETCH-SESSION-OPERATOR

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           IF JOURNAL-FS = "00"
               ACCEPT JRN-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT JRN-CLOCK-TIME FROM TIME
               MOVE WS-RUN-DATE    TO JRN-BUSINESS-DATE
               MOVE LS-PROGRAM     TO JRN-PROGRAM
               MOVE WS-OPERATOR-ID TO JRN-OPERATOR-ID
               MOVE LS-FILE        TO JRN-FILE
               MOVE LS-ACTION      TO JRN-ACTION
               MOVE LS-IMAGE       TO JRN-IMAGE
               WRITE JOURNAL-RECORD
               IF JOURNAL-FS = "00"
                   SET LS-WRITTEN TO TRUE
               ELSE
                   DISPLAY "JRNLWR: JOURNAL WRITE FAILED, STATUS="
                       JOURNAL-FS
               END-IF
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "JRNLWR: UNABLE TO OPEN JOURNAL, STATUS="
                   JOURNAL-FS
           END-IF

           EXIT PROGRAM.

       FETCH-SESSION-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "OPERSESS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SESSION-DSNAME
           END-IF
           MOVE 1 TO OPS-KEY
           OPEN INPUT SESSION-FILE
           IF SESSION-FS = "00"
               READ SESSION-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF SESSION-FS = "00"
                   MOVE OPS-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE SESSION-FILE
           END-IF.
