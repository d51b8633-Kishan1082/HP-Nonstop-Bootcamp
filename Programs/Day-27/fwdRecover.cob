       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV.

      *> Forward recovery from the online update journal.  When
      *> student.idx or charges.idx is lost mid-day, STUBKUP (or the
      *> unload/reload suite) puts back last night's copy; this run
      *> then replays every after-image the online screens journaled
      *> since, up to the moment the operator names, and lists each
      *> transaction applied and each one that would not go.
      *>
      *> RECOVER-FROM and RECOVER-TO bound the replay as clock
      *> stamps (YYYYMMDDHHMMSSCC - trailing digits may be left off
      *> and count as zeros); FROM is normally the time the backup
      *> was taken.  RECOVER-FILES picks the files to rebuild, one
      *> Y/N per file in the order STUDENT CHARGES CASHBAT RESUB;
      *> the two sequential feeds are only replayed when they were
      *> lost too, since replaying onto a surviving feed would
      *> duplicate its records.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           SELECT CASH-BATCH-FILE ASSIGN TO WS-CASHBAT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHBAT-FS.

           SELECT RESUB-FILE ASSIGN TO WS-RESUB-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESUB-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY "JRNLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       *> Same shape CASHIER writes.
       FD CASH-BATCH-FILE.
       01 CASH-BATCH-RECORD.
           05 CSH-STUDENT-ID        PIC 9(6).
           05 CSH-AMOUNT            PIC S9(5)V99 COMP-3.
           05 CSH-DATE              PIC 9(8).
           05 CSH-BANK-REF          PIC X(12).

       FD RESUB-FILE.
       01 RESUB-RECORD              PIC X(45).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-DSNAME         PIC X(40) VALUE "onljrnl.dat".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-CASHBAT-DSNAME         PIC X(40) VALUE "cashbat.dat".
       01 WS-RESUB-DSNAME           PIC X(40) VALUE "resub.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "fwdrecov.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 JOURNAL-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 CASHBAT-FS               PIC XX.
       01 RESUB-FS                 PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-BD-FUNCTION           PIC X(1).

       *> The replay window, as journal clock stamps.
       01 WS-STAMP-TEXT            PIC X(16).
       01 WS-RECOVER-FROM          PIC X(16) VALUE "0000000000000000".
       01 WS-RECOVER-TO            PIC X(16) VALUE "9999999999999999".

       01 WS-RECOVER-SELECT        PIC X(4) VALUE "YYNN".
       01 WS-RECOVER-FLAGS REDEFINES WS-RECOVER-SELECT.
           05 WS-SEL-STUDENT       PIC X(1).
               88 WS-DO-STUDENT    VALUE "Y".
           05 WS-SEL-CHARGES       PIC X(1).
               88 WS-DO-CHARGES    VALUE "Y".
           05 WS-SEL-CASHBAT       PIC X(1).
               88 WS-DO-CASHBAT    VALUE "Y".
           05 WS-SEL-RESUB         PIC X(1).
               88 WS-DO-RESUB      VALUE "Y".

       01 WS-ENTRY-WANTED          PIC X VALUE "N".
           88 WS-REPLAY-ENTRY      VALUE "Y".
       01 WS-RESULT                PIC X(34).
       01 WS-RESULT-FLAG           PIC X VALUE "N".
           88 WS-ENTRY-APPLIED     VALUE "Y".
       01 WS-KEY-TEXT              PIC X(11).

       *> Key views over a journal image, one per file.
       01 WS-IMAGE-WORK            PIC X(100).
       01 WS-IMAGE-STUDENT REDEFINES WS-IMAGE-WORK.
           05 WIS-STUDENT-ID        PIC 9(6).
           05 FILLER                PIC X(94).
       01 WS-IMAGE-CHARGE REDEFINES WS-IMAGE-WORK.
           05 WIC-STUDENT-ID        PIC 9(6).
           05 WIC-ITEM-SEQ          PIC 9(4).
           05 FILLER                PIC X(90).
       01 WS-IMAGE-RESUB REDEFINES WS-IMAGE-WORK.
           05 WIR-TRAN-CODE         PIC X(1).
           05 WIR-STUDENT-ID        PIC 9(6).
           05 FILLER                PIC X(93).

       01 WS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-FAILED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-EARLY-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-LATE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-UNSELECTED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-LAST-APPLIED          PIC X(16) VALUE SPACES.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       01 WS-LINE-COUNT            PIC 9(3) VALUE 999.
       01 WS-PAGE-NUM              PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NUM-EDIT         PIC ZZZ9.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FS NOT = "00"
               DISPLAY "FWDRECOV: UNABLE TO OPEN JOURNAL, STATUS="
                   JOURNAL-FS
               STOP RUN
           END-IF

           PERFORM OPEN-RECOVERY-FILES
           OPEN OUTPUT PRINT-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ JOURNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Replay-One-Entry
               END-READ
           END-PERFORM

           PERFORM PRINT-RECOVERY-TOTALS

           CLOSE JOURNAL-FILE
           CLOSE PRINT-FILE
           PERFORM CLOSE-RECOVERY-FILES

           DISPLAY "===== FORWARD RECOVERY ====="
           DISPLAY "JOURNAL ENTRIES READ : " WS-READ-COUNT
           DISPLAY "APPLIED              : " WS-APPLIED-COUNT
           DISPLAY "COULD NOT APPLY      : " WS-FAILED-COUNT
           DISPLAY "BEFORE RECOVER-FROM  : " WS-EARLY-COUNT
           DISPLAY "AFTER RECOVER-TO     : " WS-LATE-COUNT
           DISPLAY "FILE NOT SELECTED    : " WS-UNSELECTED-COUNT
           DISPLAY "RECOVERED TO         : " WS-LAST-APPLIED
           DISPLAY "FWDRECOV: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       *> The reloaded backup must be there to replay onto - a
       *> missing index is a reload that has not been done yet.
       OPEN-RECOVERY-FILES.
           IF WS-DO-STUDENT
               OPEN I-O STUDENT-FILE
               IF STUDENT-FS NOT = "00"
                   DISPLAY "FWDRECOV: UNABLE TO OPEN STUDENT FILE, "
                       "STATUS=" STUDENT-FS " - RELOAD IT FIRST"
                   STOP RUN
               END-IF
           END-IF
           IF WS-DO-CHARGES
               OPEN I-O CHARGE-FILE
               IF CHARGE-FS NOT = "00"
                   DISPLAY "FWDRECOV: UNABLE TO OPEN CHARGE FILE, "
                       "STATUS=" CHARGE-FS " - RELOAD IT FIRST"
                   STOP RUN
               END-IF
           END-IF
           IF WS-DO-CASHBAT
               OPEN EXTEND CASH-BATCH-FILE
               IF CASHBAT-FS NOT = "00"
                   OPEN OUTPUT CASH-BATCH-FILE
               END-IF
           END-IF
           IF WS-DO-RESUB
               OPEN EXTEND RESUB-FILE
               IF RESUB-FS NOT = "00"
                   OPEN OUTPUT RESUB-FILE
               END-IF
           END-IF.

       CLOSE-RECOVERY-FILES.
           IF WS-DO-STUDENT
               CLOSE STUDENT-FILE
           END-IF
           IF WS-DO-CHARGES
               CLOSE CHARGE-FILE
           END-IF
           IF WS-DO-CASHBAT
               CLOSE CASH-BATCH-FILE
           END-IF
           IF WS-DO-RESUB
               CLOSE RESUB-FILE
           END-IF.

       *> Journal order is update order, so entries replay as read;
       *> anything outside the window or for a file not being
       *> rebuilt is counted and passed over.
       Replay-One-Entry.
           IF JRN-STAMP < WS-RECOVER-FROM
               ADD 1 TO WS-EARLY-COUNT
           ELSE
               IF JRN-STAMP > WS-RECOVER-TO
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE "N" TO WS-ENTRY-WANTED
                   EVALUATE TRUE
                       WHEN JRN-STUDENT-FILE AND WS-DO-STUDENT
                       WHEN JRN-CHARGE-FILE AND WS-DO-CHARGES
                       WHEN JRN-CASHBAT-FILE AND WS-DO-CASHBAT
                       WHEN JRN-RESUB-FILE AND WS-DO-RESUB
                           SET WS-REPLAY-ENTRY TO TRUE
                       WHEN OTHER
                           ADD 1 TO WS-UNSELECTED-COUNT
                   END-EVALUATE
                   IF WS-REPLAY-ENTRY
                       PERFORM APPLY-ONE-ENTRY
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-ENTRY.
           MOVE "N" TO WS-RESULT-FLAG
           MOVE SPACES TO WS-RESULT
           MOVE JRN-IMAGE TO WS-IMAGE-WORK
           EVALUATE TRUE
               WHEN JRN-STUDENT-FILE
                   MOVE WIS-STUDENT-ID TO WS-KEY-TEXT
                   PERFORM APPLY-STUDENT-IMAGE
               WHEN JRN-CHARGE-FILE
                   MOVE SPACES TO WS-KEY-TEXT
                   STRING WIC-STUDENT-ID "/" WIC-ITEM-SEQ
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
                   PERFORM APPLY-CHARGE-IMAGE
               WHEN JRN-CASHBAT-FILE
                   MOVE WIS-STUDENT-ID TO WS-KEY-TEXT
                   MOVE JRN-IMAGE TO CASH-BATCH-RECORD
                   WRITE CASH-BATCH-RECORD
                   PERFORM NOTE-APPEND-RESULT
               WHEN JRN-RESUB-FILE
                   MOVE SPACES TO WS-KEY-TEXT
                   STRING WIR-TRAN-CODE " " WIR-STUDENT-ID
                       DELIMITED BY SIZE INTO WS-KEY-TEXT
                   MOVE JRN-IMAGE TO RESUB-RECORD
                   WRITE RESUB-RECORD
                   PERFORM NOTE-APPEND-RESULT
           END-EVALUATE

           IF WS-ENTRY-APPLIED
               ADD 1 TO WS-APPLIED-COUNT
               MOVE JRN-STAMP TO WS-LAST-APPLIED
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM PRINT-ENTRY-LINE.

       *> An add finding its record already there means the
       *> backup was taken after the add - the after-image still
       *> wins, so it is laid over what is on file.  A change or a
       *> removal with no record to act on cannot be replayed.
       APPLY-STUDENT-IMAGE.
           MOVE JRN-IMAGE TO STUDENT-RECORD
           EVALUATE TRUE
               WHEN JRN-ADDED
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           REWRITE STUDENT-RECORD
                               INVALID KEY
                                   MOVE "NOT APPLIED - REWRITE FAILED"
                                       TO WS-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED OVER RECORD ON FILE"
                                       TO WS-RESULT
                                   SET WS-ENTRY-APPLIED TO TRUE
                           END-REWRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-WRITE
               WHEN JRN-CHANGED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - RECORD NOT ON FILE"
                               TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-REWRITE
               WHEN JRN-REMOVED
                   DELETE STUDENT-FILE
                       INVALID KEY
                           MOVE "NOT APPLIED - RECORD NOT ON FILE"
                               TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-DELETE
               WHEN OTHER
                   MOVE "NOT APPLIED - UNKNOWN ACTION" TO WS-RESULT
           END-EVALUATE.

       APPLY-CHARGE-IMAGE.
           MOVE JRN-IMAGE TO CHARGE-RECORD
           EVALUATE TRUE
               WHEN JRN-ADDED
                   WRITE CHARGE-RECORD
                       INVALID KEY
                           REWRITE CHARGE-RECORD
                               INVALID KEY
                                   MOVE "NOT APPLIED - REWRITE FAILED"
                                       TO WS-RESULT
                               NOT INVALID KEY
                                   MOVE "APPLIED OVER RECORD ON FILE"
                                       TO WS-RESULT
                                   SET WS-ENTRY-APPLIED TO TRUE
                           END-REWRITE
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-WRITE
               WHEN JRN-CHANGED
                   REWRITE CHARGE-RECORD
                       INVALID KEY
                           MOVE "NOT APPLIED - RECORD NOT ON FILE"
                               TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-REWRITE
               WHEN JRN-REMOVED
                   DELETE CHARGE-FILE
                       INVALID KEY
                           MOVE "NOT APPLIED - RECORD NOT ON FILE"
                               TO WS-RESULT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RESULT
                           SET WS-ENTRY-APPLIED TO TRUE
                   END-DELETE
               WHEN OTHER
                   MOVE "NOT APPLIED - UNKNOWN ACTION" TO WS-RESULT
           END-EVALUATE.

       *> The feeds only ever take additions.
       NOTE-APPEND-RESULT.
           IF NOT JRN-ADDED
               MOVE "NOT APPLIED - FEED TAKES ADDS ONLY"
                   TO WS-RESULT
           ELSE
               IF (JRN-CASHBAT-FILE AND CASHBAT-FS = "00")
                   OR (JRN-RESUB-FILE AND RESUB-FS = "00")
                   MOVE "APPLIED" TO WS-RESULT
                   SET WS-ENTRY-APPLIED TO TRUE
               ELSE
                   MOVE "NOT APPLIED - FEED WRITE FAILED"
                       TO WS-RESULT
               END-IF
           END-IF.

       PRINT-ENTRY-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING JRN-CLOCK-DATE "-" JRN-CLOCK-TIME " "
               JRN-PROGRAM " " JRN-OPERATOR-ID " " JRN-FILE " "
               JRN-ACTION "   " WS-KEY-TEXT " " WS-RESULT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       PRINT-RECOVERY-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "RECOVERY WINDOW " WS-RECOVER-FROM " TO "
               WS-RECOVER-TO "  FILES " WS-RECOVER-SELECT
               " (STUDENT CHARGES CASHBAT RESUB)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "JOURNAL ENTRIES READ : " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "APPLIED              : " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COULD NOT APPLY      : " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "LAST APPLIED STAMP   : " WS-LAST-APPLIED
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
           STRING "FORWARD RECOVERY FROM ONLINE JOURNAL"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           STRING "STAMP             PROGRAM    OPERATOR FILE     "
               "ACT KEY         RESULT"
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ONLJRNL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOURNAL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CASHBAT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CASHBAT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TM-RESUB-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RESUB-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "FWDRECOV-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RECOVER-FILES"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RECOVER-SELECT
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RECOVER-FROM"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STAMP-TEXT
               INSPECT WS-STAMP-TEXT REPLACING ALL SPACE BY "0"
               MOVE WS-STAMP-TEXT TO WS-RECOVER-FROM
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RECOVER-TO"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STAMP-TEXT
               INSPECT WS-STAMP-TEXT REPLACING ALL SPACE BY "0"
               MOVE WS-STAMP-TEXT TO WS-RECOVER-TO
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
