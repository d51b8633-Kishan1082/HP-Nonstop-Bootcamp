       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSSYNC.

      *> Nightly roster feed to the district's learning management
      *> system: every catalog section with its teacher, and every
      *> current-term enrollment.  The first run (or a new term, or
      *> LMS-FULL-LOAD=Y) sends everything; after that only the
      *> adds, drops and teacher changes since the last batch the
      *> LMS acknowledged.  Each run first matches the LMS's
      *> acknowledgment of the last batch back to what was sent,
      *> lists the rows it rejected for correction, and only then
      *> moves the saved state forward - a rejected row keeps its
      *> old state, so it goes again once it has been put right.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           *> What the LMS has acknowledged (state), what the last
           *> or tonight's batch tells it (pending), and the work
           *> copy a promotion is built in before it replaces state.
           SELECT STATE-FILE ASSIGN TO WS-STATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATE-FS.

           SELECT PENDING-FILE ASSIGN TO WS-PENDING-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDING-FS.

           SELECT NEW-STATE-FILE ASSIGN TO WS-NEWSTATE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEWSTATE-FS.

           SELECT FEED-FILE ASSIGN TO WS-FEED-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-FS.

           SELECT ACK-FILE ASSIGN TO WS-ACK-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACK-FS.

           SELECT LMS-CONTROL-FILE ASSIGN TO WS-LMSCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS LSC-KEY
               FILE STATUS IS LMSCTL-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD STATE-FILE.
       01 STATE-RECORD.
           COPY "LMSSTARC".

       FD PENDING-FILE.
       01 PENDING-RECORD.
           COPY "LMSSTARC" REPLACING ==LMS-ROW-KEY== BY ==PND-ROW-KEY==
                   ==LMS-ROW-TYPE== BY ==PND-ROW-TYPE==
                   ==LMS-SECTION-ROW== BY ==PND-SECTION-ROW==
                   ==LMS-ENROLL-ROW== BY ==PND-ENROLL-ROW==
                   ==LMS-STUDENT-ID== BY ==PND-STUDENT-ID==
                   ==LMS-SECTION== BY ==PND-SECTION==
                   ==LMS-TERM== BY ==PND-TERM==
                   ==LMS-TEACHER-ID== BY ==PND-TEACHER-ID==
                   ==LMS-ROW-NAME== BY ==PND-ROW-NAME==.

       FD NEW-STATE-FILE.
       01 NEW-STATE-RECORD          PIC X(35).

       FD FEED-FILE.
       01 FEED-RECORD.
           COPY "LMSFEDRC".

       FD ACK-FILE.
       01 ACK-RECORD.
           COPY "LMSACKRC".

       *> LSC-STATE-BATCH is the last batch the LMS acknowledged -
       *> the "since" of tonight's changes; LSC-SENT-BATCH the last
       *> one sent, acknowledged or not.
       FD LMS-CONTROL-FILE.
       01 LMS-CONTROL-RECORD.
           05 LSC-STATE-BATCH       PIC 9(8).
           05 LSC-STATE-TERM        PIC 9(2).
           05 LSC-SENT-BATCH        PIC 9(8).
           05 LSC-SENT-TERM         PIC 9(2).
           05 LSC-SENT-LOAD-TYPE    PIC X(1).
           05 LSC-SENT-ROWS         PIC 9(6).
           05 LSC-LAST-REJECTS      PIC 9(6).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-STATE-DSNAME           PIC X(40) VALUE "lmsstate.dat".
       01 WS-PENDING-DSNAME         PIC X(40) VALUE "lmspend.dat".
       01 WS-NEWSTATE-DSNAME        PIC X(40) VALUE "lmsstate.new".
       01 WS-FEED-DSNAME            PIC X(40) VALUE "lmsfeed.dat".
       01 WS-ACK-DSNAME             PIC X(40) VALUE "lmsack.dat".
       01 WS-LMSCTL-DSNAME          PIC X(40) VALUE "lmsctl.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "lmsrej.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 ENROLL-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 STATE-FS                 PIC XX.
       01 PENDING-FS               PIC XX.
       01 NEWSTATE-FS              PIC XX.
       01 FEED-FS                  PIC XX.
       01 ACK-FS                   PIC XX.
       01 LMSCTL-FS                PIC XX.
       01 PRINT-FS                 PIC XX.
       01 LSC-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-STATE-EOF             PIC X VALUE "N".
       01 WS-PENDING-EOF           PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-TERM          PIC 9(2) VALUE ZERO.
       01 WS-TERM-STATE            PIC X(1).
       01 WS-COPY-RC               PIC S9(9) COMP VALUE ZERO.

       01 WS-CONTROL-FLAG          PIC X(1) VALUE "N".
           88 WS-HAVE-CONTROL      VALUE "Y".
       01 WS-STATE-OPEN-FLAG       PIC X(1) VALUE "N".
           88 WS-STATE-OPEN        VALUE "Y".

       *> LMS-FULL-LOAD=Y resends everything, as on the first run.
       01 WS-FULL-LOAD-PARM        PIC X(1) VALUE "N".
       01 WS-LOAD-TYPE             PIC X(1) VALUE "C".
           88 WS-FULL-LOAD         VALUE "F".
           88 WS-CHANGES-ONLY      VALUE "C".

       *> Acknowledgment matching.
       01 WS-ACK-ROWS              PIC 9(6) VALUE ZERO.
       01 WS-ACK-STALE             PIC 9(6) VALUE ZERO.
       01 WS-REJ-OVERFLOW          PIC 9(6) VALUE ZERO.
       01 WS-REJ-UNMATCHED         PIC 9(6) VALUE ZERO.
       01 WS-FEED-FLAG             PIC X(1) VALUE "N".
           88 WS-FEED-MATCHED      VALUE "Y".
       01 WS-PROMOTED-FLAG         PIC X(1) VALUE "N".
           88 WS-STATE-PROMOTED    VALUE "Y".
       01 WS-PROMOTED-ROWS         PIC 9(6) VALUE ZERO.

       *> The rows the LMS rejected, by sequence number; the key of
       *> the row sent under that number is filled in from the feed
       *> so the promotion can hold those rows back.
       01 WS-REJ-USED              PIC 9(3) COMP VALUE ZERO.
       01 WS-REJ-TABLE.
           05 WS-REJ-ENTRY OCCURS 500 TIMES.
               10 WS-REJ-SEQ        PIC 9(6).
               10 WS-REJ-REASON     PIC X(40).
               10 WS-REJ-MATCHED    PIC X(1).
               10 WS-REJ-KEY.
                   15 WS-REJ-ROW-TYPE  PIC X(1).
                   15 WS-REJ-STUDENT   PIC 9(6).
                   15 WS-REJ-SECTION   PIC X(3).
       01 WS-REJ-SUB               PIC 9(3) COMP.
       01 WS-REJ-FOUND             PIC 9(3) COMP.
       01 WS-LOOKUP-KEY            PIC X(10).
       01 WS-REJ-HIT-FLAG          PIC X(1).
           88 WS-REJ-HIT           VALUE "Y".

       *> Tonight's feed.
       01 WS-SECTION-ROWS          PIC 9(6) VALUE ZERO.
       01 WS-ENROLL-ROWS           PIC 9(6) VALUE ZERO.
       01 WS-FEED-SEQ              PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-DROP-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-TEACHER-COUNT         PIC 9(6) VALUE ZERO.

       01 WS-REJECT-LINE.
           05 WS-RL-SEQ            PIC 9(6).
           05 FILLER               PIC X(2).
           05 WS-RL-ACTION         PIC X(1).
           05 FILLER               PIC X(2).
           05 WS-RL-ROW-TYPE       PIC X(1).
           05 FILLER               PIC X(2).
           05 WS-RL-SECTION        PIC X(3).
           05 FILLER               PIC X(2).
           05 WS-RL-STUDENT        PIC X(6).
           05 FILLER               PIC X(2).
           05 WS-RL-TEACHER        PIC X(3).
           05 FILLER               PIC X(2).
           05 WS-RL-NAME           PIC X(20).
           05 FILLER               PIC X(2).
           05 WS-RL-REASON         PIC X(40).
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
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

           CALL "TERMGET" USING WS-CURRENT-TERM WS-TERM-STATE
           IF WS-TERM-STATE = "U"
               DISPLAY "LMSSYNC: NO TERM CONTROL ON FILE - "
                   "RUN TRMCLOSE FIRST"
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "LMSSYNC: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF

           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               DISPLAY "LMSSYNC: UNABLE TO OPEN ENROLLMENT FILE, "
                   "STATUS=" ENROLL-FS
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "LMSSYNC: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           PERFORM LOAD-LMS-CONTROL

           PERFORM RECONCILE-LAST-BATCH
           PERFORM BUILD-PENDING-STATE
           PERFORM BUILD-THE-FEED
           PERFORM SAVE-LMS-CONTROL

           CLOSE CATALOG-FILE
           CLOSE ENROLL-FILE
           CLOSE STUDENT-FILE
           CLOSE LMS-CONTROL-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== LMS ROSTER SYNC - TERM "
               WS-CURRENT-TERM " ====="
           DISPLAY "ACK ROWS MATCHED : " WS-ACK-ROWS
           DISPLAY "ROWS REJECTED    : " WS-REJ-USED
           DISPLAY "OLD ACK ROWS     : " WS-ACK-STALE
           IF WS-STATE-PROMOTED
               DISPLAY "STATE ADVANCED TO BATCH " LSC-STATE-BATCH
               DISPLAY "STATE ROWS       : " WS-PROMOTED-ROWS
           ELSE
               DISPLAY "STATE LEFT AT BATCH     " LSC-STATE-BATCH
           END-IF
           IF WS-FULL-LOAD
               DISPLAY "FEED             : FULL LOAD"
           ELSE
               DISPLAY "FEED             : CHANGES ONLY"
           END-IF
           DISPLAY "SECTIONS ON FILE : " WS-SECTION-ROWS
           DISPLAY "ENROLLMENTS      : " WS-ENROLL-ROWS
           DISPLAY "ROWS SENT        : " WS-FEED-SEQ
           DISPLAY "  ADDS           : " WS-ADD-COUNT
           DISPLAY "  DROPS          : " WS-DROP-COUNT
           DISPLAY "  TEACHER CHANGES: " WS-TEACHER-COUNT
           DISPLAY "LMSSYNC: FEED WRITTEN TO " WS-FEED-DSNAME
           DISPLAY "LMSSYNC: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       LOAD-LMS-CONTROL.
           OPEN I-O LMS-CONTROL-FILE
           IF LMSCTL-FS NOT = "00"
               OPEN OUTPUT LMS-CONTROL-FILE
               CLOSE LMS-CONTROL-FILE
               OPEN I-O LMS-CONTROL-FILE
           END-IF
           MOVE 1 TO LSC-KEY
           READ LMS-CONTROL-FILE
               INVALID KEY
                   MOVE ZERO TO LSC-STATE-BATCH LSC-STATE-TERM
                       LSC-SENT-BATCH LSC-SENT-TERM LSC-SENT-ROWS
                       LSC-LAST-REJECTS
                   MOVE SPACE TO LSC-SENT-LOAD-TYPE
               NOT INVALID KEY
                   SET WS-HAVE-CONTROL TO TRUE
           END-READ.

       *> The last batch sent is still on disk as lmsfeed.dat and
       *> its state as lmspend.dat until tonight's replace them, so
       *> this has to run first.
       RECONCILE-LAST-BATCH.
           IF LSC-SENT-BATCH = ZERO
               OR LSC-SENT-BATCH = LSC-STATE-BATCH
               MOVE "NO BATCH AWAITING ACKNOWLEDGMENT" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               PERFORM READ-THE-ACK
               IF WS-ACK-ROWS = ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "NO ACKNOWLEDGMENT RECEIVED FOR BATCH "
                       LSC-SENT-BATCH " - ITS CHANGES GO AGAIN "
                       "TONIGHT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               ELSE
                   PERFORM MATCH-REJECTS-TO-FEED
                   PERFORM APPLY-THE-ACK
               END-IF
           END-IF.

       READ-THE-ACK.
           OPEN INPUT ACK-FILE
           IF ACK-FS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACK-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Take-One-Ack
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       *> A row acknowledged under any other batch date is an old
       *> acknowledgment still lying on the file - counted, never
       *> applied.
       Take-One-Ack.
           IF LMA-BATCH-DATE NOT = LSC-SENT-BATCH
               ADD 1 TO WS-ACK-STALE
           ELSE
               ADD 1 TO WS-ACK-ROWS
               IF LMA-REJECTED
                   IF WS-REJ-USED < 500
                       ADD 1 TO WS-REJ-USED
                       MOVE LMA-SEQ TO WS-REJ-SEQ (WS-REJ-USED)
                       MOVE LMA-REASON TO WS-REJ-REASON (WS-REJ-USED)
                       MOVE "N" TO WS-REJ-MATCHED (WS-REJ-USED)
                       MOVE SPACES TO WS-REJ-KEY (WS-REJ-USED)
                   ELSE
                       ADD 1 TO WS-REJ-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       *> Walk the batch as sent, listing each rejected row in full
       *> so the office can see what to correct.
       MATCH-REJECTS-TO-FEED.
           MOVE "REJECTED BY THE LMS - CORRECT AND THE ROW GOES AGAIN"
               TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEQ     A  T  SEC  STUDNT  TCH  NAME"
               "                  REASON"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           OPEN INPUT FEED-FILE
           IF FEED-FS = "00"
               READ FEED-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LMF-HEADER
                           AND LMF-BATCH-DATE = LSC-SENT-BATCH
                           SET WS-FEED-MATCHED TO TRUE
                       END-IF
               END-READ
               IF WS-FEED-MATCHED
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ FEED-FILE
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF LMF-DETAIL
                                   PERFORM Match-One-Sent-Row
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE FEED-FILE
           END-IF

           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-USED
               IF WS-REJ-MATCHED (WS-REJ-SUB) = "N"
                   ADD 1 TO WS-REJ-UNMATCHED
                   MOVE SPACES TO WS-REJECT-LINE
                   MOVE WS-REJ-SEQ (WS-REJ-SUB) TO WS-RL-SEQ
                   MOVE "** ROW NOT IN BATCH **" TO WS-RL-NAME
                   MOVE WS-REJ-REASON (WS-REJ-SUB) TO WS-RL-REASON
                   MOVE WS-REJECT-LINE TO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM
           IF WS-REJ-USED = ZERO
               MOVE "NONE" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       Match-One-Sent-Row.
           MOVE ZERO TO WS-REJ-FOUND
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-USED
               IF WS-REJ-SEQ (WS-REJ-SUB) = LMD-SEQ
                   MOVE WS-REJ-SUB TO WS-REJ-FOUND
               END-IF
           END-PERFORM
           IF WS-REJ-FOUND NOT = ZERO
               MOVE "Y" TO WS-REJ-MATCHED (WS-REJ-FOUND)
               MOVE LMD-ROW-TYPE TO WS-REJ-ROW-TYPE (WS-REJ-FOUND)
               MOVE LMD-STUDENT-ID TO WS-REJ-STUDENT (WS-REJ-FOUND)
               MOVE LMD-SECTION TO WS-REJ-SECTION (WS-REJ-FOUND)
               MOVE SPACES TO WS-REJECT-LINE
               MOVE LMD-SEQ        TO WS-RL-SEQ
               MOVE LMD-ACTION     TO WS-RL-ACTION
               MOVE LMD-ROW-TYPE   TO WS-RL-ROW-TYPE
               MOVE LMD-SECTION    TO WS-RL-SECTION
               IF LMD-ENROLL-ROW
                   MOVE LMD-STUDENT-ID TO WS-RL-STUDENT
               ELSE
                   MOVE LMD-TEACHER-ID TO WS-RL-TEACHER
               END-IF
               MOVE LMD-ROW-NAME   TO WS-RL-NAME
               MOVE WS-REJ-REASON (WS-REJ-FOUND) TO WS-RL-REASON
               MOVE WS-REJECT-LINE TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       *> The state only moves once the LMS has answered for the
       *> batch actually on file, row for row, and every rejection
       *> is accounted for; otherwise everything in it simply goes
       *> again.
       APPLY-THE-ACK.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           EVALUATE TRUE
               WHEN NOT WS-FEED-MATCHED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "BATCH " LSC-SENT-BATCH " IS NO LONGER ON "
                       "FILE - ACKNOWLEDGMENT NOT APPLIED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               WHEN WS-REJ-OVERFLOW > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "MORE THAN 500 REJECTIONS - ACKNOWLEDGMENT "
                       "NOT APPLIED, BATCH GOES AGAIN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               WHEN WS-REJ-UNMATCHED > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-REJ-UNMATCHED " REJECTIONS NAME NO ROW "
                       "IN THE BATCH - ACKNOWLEDGMENT NOT APPLIED, "
                       "BATCH GOES AGAIN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               WHEN WS-ACK-ROWS NOT = LSC-SENT-ROWS
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ACKNOWLEDGED " WS-ACK-ROWS " OF "
                       LSC-SENT-ROWS " ROWS SENT - ACKNOWLEDGMENT "
                       "NOT APPLIED, BATCH GOES AGAIN"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               WHEN OTHER
                   PERFORM PROMOTE-THE-STATE
           END-EVALUATE.

       *> New state = the batch's pending state, except that a
       *> rejected row keeps whatever the state said before it.  A
       *> full-load batch replaces the state outright.
       PROMOTE-THE-STATE.
           OPEN INPUT PENDING-FILE
           IF PENDING-FS NOT = "00"
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PENDING STATE " WS-PENDING-DSNAME
                   " NOT ON FILE - ACKNOWLEDGMENT NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           ELSE
               MOVE "N" TO WS-STATE-EOF WS-PENDING-EOF
               MOVE "N" TO WS-STATE-OPEN-FLAG
               IF LSC-SENT-LOAD-TYPE NOT = "F"
                   OPEN INPUT STATE-FILE
                   IF STATE-FS = "00"
                       SET WS-STATE-OPEN TO TRUE
                   END-IF
               END-IF
               IF NOT WS-STATE-OPEN
                   MOVE "Y" TO WS-STATE-EOF
               END-IF
               OPEN OUTPUT NEW-STATE-FILE

               PERFORM ADVANCE-STATE
               PERFORM ADVANCE-PENDING
               PERFORM UNTIL WS-STATE-EOF = "Y"
                       AND WS-PENDING-EOF = "Y"
                   EVALUATE TRUE
                       WHEN WS-STATE-EOF = "Y"
                           PERFORM PROMOTE-PENDING-ONLY
                           PERFORM ADVANCE-PENDING
                       WHEN WS-PENDING-EOF = "Y"
                           PERFORM PROMOTE-STATE-ONLY
                           PERFORM ADVANCE-STATE
                       WHEN LMS-ROW-KEY < PND-ROW-KEY
                           PERFORM PROMOTE-STATE-ONLY
                           PERFORM ADVANCE-STATE
                       WHEN LMS-ROW-KEY > PND-ROW-KEY
                           PERFORM PROMOTE-PENDING-ONLY
                           PERFORM ADVANCE-PENDING
                       WHEN OTHER
                           PERFORM PROMOTE-MATCHED-ROW
                           PERFORM ADVANCE-STATE
                           PERFORM ADVANCE-PENDING
                   END-EVALUATE
               END-PERFORM

               IF WS-STATE-OPEN
                   CLOSE STATE-FILE
               END-IF
               CLOSE PENDING-FILE
               CLOSE NEW-STATE-FILE
               CALL "CBL_COPY_FILE" USING WS-NEWSTATE-DSNAME
                   WS-STATE-DSNAME
                   RETURNING WS-COPY-RC
               IF WS-COPY-RC NOT = ZERO
                   DISPLAY "LMSSYNC: STATE COPY FAILED, RC="
                       WS-COPY-RC
               ELSE
                   MOVE LSC-SENT-BATCH TO LSC-STATE-BATCH
                   MOVE LSC-SENT-TERM TO LSC-STATE-TERM
                   MOVE WS-REJ-USED TO LSC-LAST-REJECTS
                   SET WS-STATE-PROMOTED TO TRUE
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-REJ-USED TO WS-COUNT-EDIT
                   STRING "BATCH " LSC-SENT-BATCH " ACKNOWLEDGED - "
                       WS-COUNT-EDIT " ROW(S) REJECTED, STATE "
                       "ADVANCED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
           END-IF.

       PROMOTE-PENDING-ONLY.
           MOVE PND-ROW-KEY TO WS-LOOKUP-KEY
           PERFORM CHECK-REJECTED-KEY
           IF NOT WS-REJ-HIT
               WRITE NEW-STATE-RECORD FROM PENDING-RECORD
               ADD 1 TO WS-PROMOTED-ROWS
           END-IF.

       PROMOTE-STATE-ONLY.
           MOVE LMS-ROW-KEY TO WS-LOOKUP-KEY
           PERFORM CHECK-REJECTED-KEY
           IF WS-REJ-HIT
               WRITE NEW-STATE-RECORD FROM STATE-RECORD
               ADD 1 TO WS-PROMOTED-ROWS
           END-IF.

       PROMOTE-MATCHED-ROW.
           MOVE PND-ROW-KEY TO WS-LOOKUP-KEY
           PERFORM CHECK-REJECTED-KEY
           IF WS-REJ-HIT
               WRITE NEW-STATE-RECORD FROM STATE-RECORD
           ELSE
               WRITE NEW-STATE-RECORD FROM PENDING-RECORD
           END-IF
           ADD 1 TO WS-PROMOTED-ROWS.

       CHECK-REJECTED-KEY.
           MOVE "N" TO WS-REJ-HIT-FLAG
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-USED
               IF WS-REJ-MATCHED (WS-REJ-SUB) = "Y"
                   AND WS-REJ-KEY (WS-REJ-SUB) = WS-LOOKUP-KEY
                   SET WS-REJ-HIT TO TRUE
               END-IF
           END-PERFORM.

       ADVANCE-STATE.
           IF WS-STATE-EOF = "N"
               READ STATE-FILE
                   AT END MOVE "Y" TO WS-STATE-EOF
               END-READ
           END-IF.

       ADVANCE-PENDING.
           IF WS-PENDING-EOF = "N"
               READ PENDING-FILE
                   AT END MOVE "Y" TO WS-PENDING-EOF
               END-READ
           END-IF.

       *> Tonight's picture of the rosters, in state-row order:
       *> every catalog section, then every current-term "E".
       BUILD-PENDING-STATE.
           OPEN OUTPUT PENDING-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO PENDING-RECORD
                       SET PND-SECTION-ROW TO TRUE
                       MOVE ZERO TO PND-STUDENT-ID
                       MOVE CRS-SECTION-CODE TO PND-SECTION
                       MOVE WS-CURRENT-TERM TO PND-TERM
                       MOVE CRS-TEACHER-ID TO PND-TEACHER-ID
                       MOVE CRS-DESCRIPTION TO PND-ROW-NAME
                       WRITE PENDING-RECORD
                       ADD 1 TO WS-SECTION-ROWS
               END-READ
           END-PERFORM

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLL-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ENR-ENROLLED
                           AND ENR-TERM = WS-CURRENT-TERM
                           PERFORM Stage-One-Enrollment
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE.

       Stage-One-Enrollment.
           MOVE SPACES TO PENDING-RECORD
           SET PND-ENROLL-ROW TO TRUE
           MOVE ENR-STUDENT-ID TO PND-STUDENT-ID
           MOVE ENR-COURSE-CODE TO PND-SECTION
           MOVE WS-CURRENT-TERM TO PND-TERM
           MOVE ZERO TO PND-TEACHER-ID
           MOVE ENR-STUDENT-ID TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO PND-ROW-NAME
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO PND-ROW-NAME
           END-READ
           WRITE PENDING-RECORD
           ADD 1 TO WS-ENROLL-ROWS.

       *> Full load when nothing has been acknowledged yet, when the
       *> term has turned over, or on request; otherwise tonight's
       *> pending state against the acknowledged state.
       BUILD-THE-FEED.
           MOVE "N" TO WS-STATE-EOF WS-PENDING-EOF
           MOVE "N" TO WS-STATE-OPEN-FLAG
           IF WS-FULL-LOAD-PARM = "Y"
               OR LSC-STATE-BATCH = ZERO
               OR LSC-STATE-TERM NOT = WS-CURRENT-TERM
               SET WS-FULL-LOAD TO TRUE
           ELSE
               OPEN INPUT STATE-FILE
               IF STATE-FS = "00"
                   SET WS-STATE-OPEN TO TRUE
               ELSE
                   DISPLAY "LMSSYNC: NO ACKNOWLEDGED STATE ON FILE - "
                       "SENDING A FULL LOAD"
                   SET WS-FULL-LOAD TO TRUE
               END-IF
           END-IF
           IF WS-FULL-LOAD
               MOVE "Y" TO WS-STATE-EOF
           END-IF

           OPEN INPUT PENDING-FILE
           OPEN OUTPUT FEED-FILE
           MOVE SPACES TO FEED-RECORD
           SET LMF-HEADER TO TRUE
           MOVE WS-RUN-DATE TO LMF-BATCH-DATE
           MOVE WS-LOAD-TYPE TO LMH-LOAD-TYPE
           MOVE WS-CURRENT-TERM TO LMH-TERM
           IF WS-FULL-LOAD
               MOVE ZERO TO LMH-SINCE-BATCH
           ELSE
               MOVE LSC-STATE-BATCH TO LMH-SINCE-BATCH
           END-IF
           WRITE FEED-RECORD

           PERFORM ADVANCE-STATE
           PERFORM ADVANCE-PENDING
           PERFORM UNTIL WS-STATE-EOF = "Y" AND WS-PENDING-EOF = "Y"
               EVALUATE TRUE
                   WHEN WS-STATE-EOF = "Y"
                       PERFORM SEND-PENDING-ADD
                       PERFORM ADVANCE-PENDING
                   WHEN WS-PENDING-EOF = "Y"
                       PERFORM SEND-STATE-DROP
                       PERFORM ADVANCE-STATE
                   WHEN LMS-ROW-KEY < PND-ROW-KEY
                       PERFORM SEND-STATE-DROP
                       PERFORM ADVANCE-STATE
                   WHEN LMS-ROW-KEY > PND-ROW-KEY
                       PERFORM SEND-PENDING-ADD
                       PERFORM ADVANCE-PENDING
                   WHEN OTHER
                       IF PND-SECTION-ROW
                           AND PND-TEACHER-ID NOT = LMS-TEACHER-ID
                           PERFORM SEND-TEACHER-CHANGE
                       END-IF
                       PERFORM ADVANCE-STATE
                       PERFORM ADVANCE-PENDING
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO FEED-RECORD
           SET LMF-TRAILER TO TRUE
           MOVE WS-RUN-DATE TO LMF-BATCH-DATE
           MOVE WS-FEED-SEQ TO LMT-ROW-COUNT
           MOVE WS-ADD-COUNT TO LMT-ADD-COUNT
           MOVE WS-DROP-COUNT TO LMT-DROP-COUNT
           MOVE WS-TEACHER-COUNT TO LMT-TEACHER-COUNT
           WRITE FEED-RECORD

           IF WS-STATE-OPEN
               CLOSE STATE-FILE
           END-IF
           CLOSE PENDING-FILE
           CLOSE FEED-FILE

           MOVE WS-RUN-DATE TO LSC-SENT-BATCH
           MOVE WS-CURRENT-TERM TO LSC-SENT-TERM
           MOVE WS-LOAD-TYPE TO LSC-SENT-LOAD-TYPE
           MOVE WS-FEED-SEQ TO LSC-SENT-ROWS

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE WS-FEED-SEQ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FULL-LOAD
               STRING "BATCH " WS-RUN-DATE " SENT AS A FULL LOAD - "
                   WS-COUNT-EDIT " ROW(S)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "BATCH " WS-RUN-DATE " SENT AS CHANGES SINCE "
                   LSC-STATE-BATCH " - " WS-COUNT-EDIT " ROW(S)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE.

       SEND-PENDING-ADD.
           PERFORM START-FEED-DETAIL
           SET LMD-ADD TO TRUE
           MOVE PND-ROW-TYPE TO LMD-ROW-TYPE
           MOVE PND-STUDENT-ID TO LMD-STUDENT-ID
           MOVE PND-SECTION TO LMD-SECTION
           MOVE PND-TEACHER-ID TO LMD-TEACHER-ID
           MOVE PND-ROW-NAME TO LMD-ROW-NAME
           WRITE FEED-RECORD
           ADD 1 TO WS-ADD-COUNT.

       SEND-STATE-DROP.
           PERFORM START-FEED-DETAIL
           SET LMD-DROP TO TRUE
           MOVE LMS-ROW-TYPE TO LMD-ROW-TYPE
           MOVE LMS-STUDENT-ID TO LMD-STUDENT-ID
           MOVE LMS-SECTION TO LMD-SECTION
           MOVE LMS-TEACHER-ID TO LMD-TEACHER-ID
           MOVE LMS-ROW-NAME TO LMD-ROW-NAME
           WRITE FEED-RECORD
           ADD 1 TO WS-DROP-COUNT.

       SEND-TEACHER-CHANGE.
           PERFORM START-FEED-DETAIL
           SET LMD-TEACHER-CHANGE TO TRUE
           MOVE PND-ROW-TYPE TO LMD-ROW-TYPE
           MOVE PND-STUDENT-ID TO LMD-STUDENT-ID
           MOVE PND-SECTION TO LMD-SECTION
           MOVE PND-TEACHER-ID TO LMD-TEACHER-ID
           MOVE PND-ROW-NAME TO LMD-ROW-NAME
           WRITE FEED-RECORD
           ADD 1 TO WS-TEACHER-COUNT.

       START-FEED-DETAIL.
           ADD 1 TO WS-FEED-SEQ
           MOVE SPACES TO FEED-RECORD
           SET LMF-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO LMF-BATCH-DATE
           MOVE WS-FEED-SEQ TO LMD-SEQ.

       SAVE-LMS-CONTROL.
           MOVE 1 TO LSC-KEY
           IF WS-HAVE-CONTROL
               REWRITE LMS-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "LMSSYNC: CONTROL REWRITE FAILED, "
                           "STATUS=" LMSCTL-FS
               END-REWRITE
           ELSE
               WRITE LMS-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "LMSSYNC: CONTROL WRITE FAILED, "
                           "STATUS=" LMSCTL-FS
               END-WRITE
           END-IF.

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
           STRING "LMS ROSTER SYNC - ACKNOWLEDGMENT AND REJECTIONS"
               "  BUSINESS DATE " WS-RUN-DATE
               "  PAGE " WS-PAGE-NUM-EDIT
               DELIMITED BY SIZE INTO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-STATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-PEND-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PENDING-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-NEWSTATE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEWSTATE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-FEED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-FEED-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-ACK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ACK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMSCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-LMSCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMSREJ-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "LMS-FULL-LOAD"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE(1:1) TO WS-FULL-LOAD-PARM
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
