       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERROLL.

      *> Period-to-daily attendance derivation.  Rolls one day's
      *> period marks up into the single daily mark per student,
      *> under the half-day rule: a student who attended at least
      *> the configured share of the periods marked for them that
      *> day is present (tardy when the first period marked them
      *> tardy); below it the day is an absence.  The derived marks
      *> go out in ATTPOST's own feed shape, so the calendar
      *> screen, the master counters, the day detail and the audit
      *> trail all come from the one posting program.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-ATT-FILE ASSIGN TO WS-PERATTD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRA-KEY
               FILE STATUS IS PERATTD-FS.

           *> A present or tardy day already on the detail file was
           *> posted some other way - posting it again would count
           *> the day twice on the master.  An absence there is one
           *> DISCMNT, HLTHLOG or PICKUP wrote ahead of the marks and
           *> still needs its mark posted.
           SELECT ATT-DETAIL-FILE ASSIGN TO WS-ATTDETL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATD-KEY
               FILE STATUS IS ATTDETL-FS.

           *> ATTPOST's input feed - derived marks are appended.
           SELECT ATT-TRAN-FILE ASSIGN TO WS-ATTTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ATTTRAN-FS.

           *> Relative record 1 remembers the last day rolled up, so
           *> a rerun cannot append that day's marks to the feed a
           *> second time.  Created on the first run.
           SELECT ROLLUP-CONTROL-FILE ASSIGN TO WS-ROLLCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RLC-KEY
               FILE STATUS IS ROLLCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-ATT-FILE.
       01 PERIOD-ATT-RECORD.
           COPY "PERATTRC".

       FD ATT-DETAIL-FILE.
       01 ATT-DETAIL-RECORD.
           COPY "ATTDETRC".

       FD ATT-TRAN-FILE.
       01 ATT-TRAN-RECORD.
           05 ATT-STUDENT-ID        PIC 9(6).
           05 ATT-DATE              PIC 9(8).
           05 ATT-MARK              PIC X(1).
           05 ATT-EXCUSE            PIC X(1).

       FD ROLLUP-CONTROL-FILE.
       01 ROLLUP-CONTROL-RECORD.
           05 RLC-LAST-DATE         PIC 9(8).
           05 RLC-LAST-RUN-DATE     PIC 9(8).
           05 RLC-MARKS-WRITTEN     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-PERATTD-DSNAME         PIC X(40) VALUE "perattd.idx".
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
       01 WS-ATTTRAN-DSNAME         PIC X(40) VALUE "atttran.dat".
       01 WS-ROLLCTL-DSNAME         PIC X(40) VALUE "rollctl.dat".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PERATTD-FS               PIC XX.
       01 ATTDETL-FS               PIC XX.
       01 ATTTRAN-FS               PIC XX.
       01 ROLLCTL-FS               PIC XX.
       01 RLC-KEY                  PIC 9(4).
       01 WS-CONTROL-FLAG          PIC X VALUE "N".
           88 WS-HAVE-CONTROL      VALUE "Y".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-DETAIL-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-DETAIL       VALUE "Y".

       *> The day rolled up defaults to the business date.  The
       *> half-day rule is the percentage of a student's marked
       *> periods they must attend for the day to count.
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-ROLLUP-DATE           PIC 9(8) VALUE ZERO.
       01 WS-HALFDAY-PCT           PIC 9(3) VALUE 50.
       01 WS-BD-FUNCTION           PIC X(1).

       *> One student's periods for the day, gathered across the
       *> key-order read.
       01 WS-GROUP-FLAG            PIC X VALUE "N".
           88 WS-IN-GROUP          VALUE "Y".
       01 WS-GRP-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-GRP-MARKED            PIC 9(2) VALUE ZERO.
       01 WS-GRP-ATTENDED          PIC 9(2) VALUE ZERO.
       01 WS-GRP-UNEXCUSED         PIC 9(2) VALUE ZERO.
       01 WS-GRP-FIRST-MARK        PIC X(1).
       01 WS-DAILY-MARK            PIC X(1).
       01 WS-DAILY-EXCUSE          PIC X(1).

       01 WS-PERIOD-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-STUDENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-PRESENT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-TARDY-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-ABSENT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT         PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
           PERFORM SET-FILENAMES
           IF WS-ROLLUP-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-ROLLUP-DATE
           END-IF
           PERFORM LOAD-ROLLUP-CONTROL

           OPEN INPUT PERIOD-ATT-FILE
           IF PERATTD-FS NOT = "00"
               DISPLAY "PERROLL: NO PERIOD ATTENDANCE ON FILE, "
                   "STATUS=" PERATTD-FS
               CLOSE ROLLUP-CONTROL-FILE
               STOP RUN
           END-IF

           OPEN INPUT ATT-DETAIL-FILE
           IF ATTDETL-FS = "00"
               SET WS-HAVE-DETAIL TO TRUE
           END-IF

           OPEN EXTEND ATT-TRAN-FILE
           IF ATTTRAN-FS NOT = "00"
               OPEN OUTPUT ATT-TRAN-FILE
           END-IF

           *> Student-major key order keeps each student's periods
           *> for the day together; a filtered pass over the file
           *> costs less at this school's volumes than a second key.
           PERFORM UNTIL WS-EOF = "Y"
               READ PERIOD-ATT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PRA-DATE = WS-ROLLUP-DATE
                           PERFORM Gather-One-Period
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-GROUP
               PERFORM DERIVE-DAILY-MARK
           END-IF

           CLOSE PERIOD-ATT-FILE
           IF WS-HAVE-DETAIL
               CLOSE ATT-DETAIL-FILE
           END-IF
           CLOSE ATT-TRAN-FILE
           IF WS-STUDENT-COUNT > ZERO
               PERFORM SAVE-ROLLUP-CONTROL
           END-IF
           CLOSE ROLLUP-CONTROL-FILE

           DISPLAY "===== PERIOD ROLLUP SUMMARY ====="
           DISPLAY "DAY ROLLED UP  : " WS-ROLLUP-DATE
           DISPLAY "HALF-DAY RULE  : " WS-HALFDAY-PCT
               "% OF MARKED PERIODS"
           DISPLAY "PERIOD MARKS   : " WS-PERIOD-COUNT
           DISPLAY "STUDENTS       : " WS-STUDENT-COUNT
           DISPLAY "  PRESENT      : " WS-PRESENT-COUNT
           DISPLAY "  TARDY        : " WS-TARDY-COUNT
           DISPLAY "  ABSENT       : " WS-ABSENT-COUNT
           DISPLAY "ALREADY MARKED : " WS-SKIPPED-COUNT
           IF WS-WRITTEN-COUNT > ZERO
               DISPLAY "PERROLL: DAILY MARKS APPENDED TO "
                   WS-ATTTRAN-DSNAME " - POST THEM THROUGH ATTPOST"
           END-IF

           STOP RUN.

       *> A day rolls up once.  The marks for the last day rolled up
       *> (or any day before it) are already in the feed or posted,
       *> and a second pass would count them twice on the master.
       LOAD-ROLLUP-CONTROL.
           OPEN I-O ROLLUP-CONTROL-FILE
           IF ROLLCTL-FS NOT = "00"
               OPEN OUTPUT ROLLUP-CONTROL-FILE
               CLOSE ROLLUP-CONTROL-FILE
               OPEN I-O ROLLUP-CONTROL-FILE
           END-IF
           MOVE 1 TO RLC-KEY
           READ ROLLUP-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO RLC-LAST-DATE RLC-LAST-RUN-DATE
                       RLC-MARKS-WRITTEN
               NOT INVALID KEY
                   SET WS-HAVE-CONTROL TO TRUE
           END-READ
           IF WS-HAVE-CONTROL
               AND WS-ROLLUP-DATE NOT > RLC-LAST-DATE
               DISPLAY "PERROLL: " WS-ROLLUP-DATE " NOT ROLLED UP - "
                   "DAYS THROUGH " RLC-LAST-DATE " ARE DONE ("
                   RLC-MARKS-WRITTEN " MARKS ON " RLC-LAST-RUN-DATE ")"
               CLOSE ROLLUP-CONTROL-FILE
               STOP RUN
           END-IF.

       SAVE-ROLLUP-CONTROL.
           MOVE WS-ROLLUP-DATE   TO RLC-LAST-DATE
           MOVE WS-RUN-DATE      TO RLC-LAST-RUN-DATE
           MOVE WS-WRITTEN-COUNT TO RLC-MARKS-WRITTEN
           MOVE 1 TO RLC-KEY
           IF WS-HAVE-CONTROL
               REWRITE ROLLUP-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "PERROLL: CONTROL REWRITE FAILED, "
                           "STATUS=" ROLLCTL-FS
               END-REWRITE
           ELSE
               WRITE ROLLUP-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "PERROLL: CONTROL WRITE FAILED, "
                           "STATUS=" ROLLCTL-FS
               END-WRITE
           END-IF.

       Gather-One-Period.
           IF WS-IN-GROUP
               AND PRA-STUDENT-ID NOT = WS-GRP-STUDENT-ID
               PERFORM DERIVE-DAILY-MARK
           END-IF
           IF NOT WS-IN-GROUP
               SET WS-IN-GROUP TO TRUE
               MOVE PRA-STUDENT-ID TO WS-GRP-STUDENT-ID
               MOVE ZERO TO WS-GRP-MARKED WS-GRP-ATTENDED
                   WS-GRP-UNEXCUSED
               *> The lowest period sorts first within the day.
               MOVE PRA-MARK TO WS-GRP-FIRST-MARK
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           ADD 1 TO WS-GRP-MARKED
           EVALUATE TRUE
               WHEN PRA-PRESENT OR PRA-TARDY
                   ADD 1 TO WS-GRP-ATTENDED
               WHEN NOT PRA-EXCUSED
                   ADD 1 TO WS-GRP-UNEXCUSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *> The half-day rule decides present or absent; an absence
       *> whose every missed period was sanctioned goes out excused,
       *> otherwise without a note (the truancy sweep's unexcused).
       DERIVE-DAILY-MARK.
           MOVE "N" TO WS-GROUP-FLAG
           ADD 1 TO WS-STUDENT-COUNT
           IF WS-GRP-ATTENDED * 100 NOT <
                   WS-HALFDAY-PCT * WS-GRP-MARKED
               MOVE SPACE TO WS-DAILY-EXCUSE
               IF WS-GRP-FIRST-MARK = "T"
                   MOVE "T" TO WS-DAILY-MARK
               ELSE
                   MOVE "P" TO WS-DAILY-MARK
               END-IF
           ELSE
               MOVE "A" TO WS-DAILY-MARK
               IF WS-GRP-UNEXCUSED = ZERO
                   MOVE "E" TO WS-DAILY-EXCUSE
               ELSE
                   MOVE SPACE TO WS-DAILY-EXCUSE
               END-IF
           END-IF

           IF WS-HAVE-DETAIL
               MOVE WS-GRP-STUDENT-ID TO ATD-STUDENT-ID
               MOVE WS-ROLLUP-DATE    TO ATD-DATE
               READ ATT-DETAIL-FILE
                   INVALID KEY
                       PERFORM WRITE-DAILY-MARK
                   NOT INVALID KEY
                       IF ATD-ABSENT
                           PERFORM WRITE-DAILY-MARK
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
           ELSE
               PERFORM WRITE-DAILY-MARK
           END-IF.

       WRITE-DAILY-MARK.
           MOVE WS-GRP-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-ROLLUP-DATE    TO ATT-DATE
           MOVE WS-DAILY-MARK     TO ATT-MARK
           MOVE WS-DAILY-EXCUSE   TO ATT-EXCUSE
           WRITE ATT-TRAN-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           EVALUATE WS-DAILY-MARK
               WHEN "P" ADD 1 TO WS-PRESENT-COUNT
               WHEN "T" ADD 1 TO WS-TARDY-COUNT
               WHEN OTHER ADD 1 TO WS-ABSENT-COUNT
           END-EVALUATE.

       *> Lets a site redirect any of this run's files, pick the
       *> day, and set the half-day rule at run time without
       *> recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PERATTD-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PERATTD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATTDETL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTDETL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATT-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ATTTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROLLCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ROLLCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ROLLUP-DATE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-ROLLUP-DATE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ATT-HALFDAY-PCT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-HALFDAY-PCT =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
