       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREQ.

      *> Online report rerun requests.  Staff who need a report run
      *> again for one campus, one section or one student ask
      *> operations; the operator picks the report from RPTCAT's
      *> catalog, keys only the parameters that report takes, and
      *> queues it.  RPTFILL works the queue in the overnight job
      *> plan.  The same screen answers "where is my rerun" - every
      *> request shows as queued, running, done or failed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO WS-RPTREQ-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRQ-REQUEST-NUM
               FILE STATUS IS RPTREQ-FS.

           *> Single-record relative control file carrying the next
           *> request number - the same one-record control idiom
           *> CASHIER keeps for its receipt numbers.
           SELECT REQUEST-CTL-FILE ASSIGN TO WS-RPTQCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS RQC-KEY
               FILE STATUS IS RPTQCTL-FS.

           *> Read for the signed-on operator's authority level -
           *> some catalog reports need more than the screen does.
           SELECT OPERATOR-FILE ASSIGN TO WS-OPERATOR-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS OPERATOR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "RPTREQRC".

       FD REQUEST-CTL-FILE.
       01 REQUEST-CTL-RECORD.
           05 RQC-NEXT-REQUEST      PIC 9(6).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-ID               PIC X(8).
           05 OPER-NAME             PIC X(20).
           05 OPER-AUTH-LEVEL       PIC 9(1).

       WORKING-STORAGE SECTION.
       01 WS-RPTREQ-DSNAME          PIC X(40) VALUE "rptreq.idx".
       01 WS-RPTQCTL-DSNAME         PIC X(40) VALUE "rptqctl.dat".
       01 WS-OPERATOR-DSNAME        PIC X(40) VALUE "operators.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 RPTREQ-FS                PIC XX.
       01 RPTQCTL-FS               PIC XX.
       01 OPERATOR-FS              PIC XX.
       01 RQC-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-NOW-TIME              PIC 9(8).
       01 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM           PIC 9(4).
           05 FILLER                PIC 9(4).
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-MENU-CHOICE           PIC X(1).
       01 WS-CONFIRM               PIC X(1).
       01 WS-OPER-LEVEL            PIC 9(1) VALUE ZERO.
       01 WS-ENTRY-ID              PIC 9(6).
       01 WS-LISTED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-QUEUED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-STATUS-TEXT           PIC X(7).

       *> The request being keyed, held apart from the file record
       *> until the operator confirms it.
       01 WS-PARMS-OK              PIC X VALUE "Y".
           88 WS-PARMS-GOOD        VALUE "Y".
       01 WS-NEW-CAMPUS            PIC X(2).
       01 WS-NEW-SECTION           PIC X(3).
       01 WS-NEW-FROM-ID           PIC 9(6).
       01 WS-NEW-TO-ID             PIC 9(6).
       01 WS-NEW-AS-OF             PIC 9(8).
       01 WS-AS-OF-PARTS REDEFINES WS-NEW-AS-OF.
           05 WS-AS-OF-YYYY         PIC 9(4).
           05 WS-AS-OF-MM           PIC 9(2).
           05 WS-AS-OF-DD           PIC 9(2).
       01 WS-CAMPUS-VALID          PIC X(1).

       *> RPTCAT call arguments.
       01 WS-CAT-FUNCTION          PIC X(1).
       01 WS-CAT-NUM               PIC 9(2).
       01 WS-CAT-ENTRY.
           COPY "RPTCATRC".
       01 WS-CAT-FOUND             PIC X(1).

       *> SYSSTAT call arguments - a request keyed while the batch
       *> window is open still queues, but will not run until the
       *> next night's plan.
       01 WS-SYS-FUNCTION          PIC X(1).
       01 WS-SYS-STATE             PIC X(1).

       *> OPERSIGN call arguments - the operations desk works at
       *> level 2; the catalog raises the bar per report.
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
               DISPLAY "RPTREQ: SIGN-ON FAILED"
               STOP RUN
           END-IF

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FS = "00"
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE OPER-AUTH-LEVEL TO WS-OPER-LEVEL
               END-READ
               CLOSE OPERATOR-FILE
           END-IF

           OPEN I-O REQUEST-FILE
           IF RPTREQ-FS NOT = "00"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF
           IF RPTREQ-FS NOT = "00"
               DISPLAY "RPTREQ: UNABLE TO OPEN REQUEST QUEUE, "
                   "STATUS=" RPTREQ-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           PERFORM WARN-IF-BATCH-WINDOW

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               PERFORM PROCESS-CHOICE
           END-PERFORM

           CLOSE REQUEST-FILE

           DISPLAY " "
           DISPLAY "QUEUED THIS SESSION: " WS-QUEUED-COUNT

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
               DISPLAY "*** BATCH IN PROGRESS - NEW REQUESTS RUN IN "
                   "THE NEXT NIGHT'S BATCH ***"
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== REPORT RERUN REQUESTS ====="
           DISPLAY "1. REQUEST A REPORT RERUN"
           DISPLAY "2. STATUS OF MY REQUESTS"
           DISPLAY "3. STATUS OF ONE REQUEST"
           DISPLAY "X. EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1" PERFORM SUBMIT-A-REQUEST
               WHEN "2" PERFORM LIST-MY-REQUESTS
               WHEN "3" PERFORM SHOW-ONE-REQUEST
               WHEN "X" WHEN "x"
                   SET WS-DONE TO TRUE
               WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN"
           END-EVALUATE.

       *> Pick from the catalog, key the parameters the report
       *> takes, confirm, queue.
       SUBMIT-A-REQUEST.
           DISPLAY " "
           MOVE "N" TO WS-CAT-FUNCTION
           MOVE "Y" TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-NUM FROM 1 BY 1
                   UNTIL WS-CAT-FOUND NOT = "Y"
               CALL "RPTCAT" USING WS-CAT-FUNCTION WS-CAT-NUM
                   WS-CAT-ENTRY WS-CAT-FOUND
               IF WS-CAT-FOUND = "Y"
                   DISPLAY WS-CAT-NUM ". " RCG-REPORT-CODE " "
                       RCG-DESCRIPTION " LEVEL " RCG-MIN-LEVEL
               END-IF
           END-PERFORM
           DISPLAY "REPORT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CAT-NUM
           MOVE "N" TO WS-CAT-FUNCTION
           CALL "RPTCAT" USING WS-CAT-FUNCTION WS-CAT-NUM
               WS-CAT-ENTRY WS-CAT-FOUND
           EVALUATE TRUE
               WHEN WS-CAT-FOUND NOT = "Y"
                   DISPLAY "RPTREQ: NO SUCH REPORT IN THE CATALOG"
               WHEN WS-OPER-LEVEL < RCG-MIN-LEVEL
                   DISPLAY "RPTREQ: " RCG-REPORT-CODE
                       " NEEDS AUTHORITY LEVEL " RCG-MIN-LEVEL
                       " - REQUEST NOT TAKEN"
               WHEN OTHER
                   PERFORM KEY-THE-PARAMETERS
                   IF WS-PARMS-GOOD
                       PERFORM CONFIRM-AND-QUEUE
                   END-IF
           END-EVALUATE.

       KEY-THE-PARAMETERS.
           MOVE "Y" TO WS-PARMS-OK
           MOVE SPACES TO WS-NEW-CAMPUS WS-NEW-SECTION
           MOVE ZERO TO WS-NEW-FROM-ID WS-NEW-TO-ID WS-NEW-AS-OF

           IF RCG-CAMPUS-ENV NOT = SPACES
               DISPLAY "CAMPUS (BLANK=ALL): " WITH NO ADVANCING
               ACCEPT WS-NEW-CAMPUS
               INSPECT WS-NEW-CAMPUS CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-NEW-CAMPUS NOT = SPACES
                   CALL "CAMPCHK" USING WS-NEW-CAMPUS WS-CAMPUS-VALID
                   IF WS-CAMPUS-VALID NOT = "Y"
                       MOVE "N" TO WS-PARMS-OK
                   END-IF
               END-IF
           END-IF

           IF RCG-SECTION-ENV NOT = SPACES AND WS-PARMS-GOOD
               DISPLAY "SECTION (BLANK=ALL): " WITH NO ADVANCING
               ACCEPT WS-NEW-SECTION
               INSPECT WS-NEW-SECTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           *> A report that takes a from-ID but no to-ID is a one-
           *> student report, and the student is required.
           IF RCG-FROM-ID-ENV NOT = SPACES AND WS-PARMS-GOOD
               IF RCG-TO-ID-ENV = SPACES
                   DISPLAY "STUDENT ID: " WITH NO ADVANCING
                   ACCEPT WS-NEW-FROM-ID
                   IF WS-NEW-FROM-ID = ZERO
                       DISPLAY "RPTREQ: " RCG-REPORT-CODE
                           " NEEDS A STUDENT ID"
                       MOVE "N" TO WS-PARMS-OK
                   END-IF
               ELSE
                   DISPLAY "FROM STUDENT ID (0=FIRST): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-FROM-ID
                   DISPLAY "TO STUDENT ID (0=LAST): "
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-TO-ID
                   IF WS-NEW-TO-ID NOT = ZERO
                       AND WS-NEW-TO-ID < WS-NEW-FROM-ID
                       DISPLAY "RPTREQ: TO-ID IS BELOW FROM-ID"
                       MOVE "N" TO WS-PARMS-OK
                   END-IF
               END-IF
           END-IF

           IF RCG-AS-OF-ENV NOT = SPACES AND WS-PARMS-GOOD
               DISPLAY "AS-OF DATE YYYYMMDD (0=BUSINESS DATE): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-AS-OF
               IF WS-NEW-AS-OF NOT = ZERO
                   IF WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12
                       OR WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
                       OR WS-NEW-AS-OF > WS-RUN-DATE
                       DISPLAY "RPTREQ: AS-OF DATE IS NOT A PAST "
                           "CALENDAR DATE"
                       MOVE "N" TO WS-PARMS-OK
                   END-IF
               END-IF
           END-IF.

       CONFIRM-AND-QUEUE.
           DISPLAY "QUEUE " RCG-REPORT-CODE " FOR TONIGHT (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM DRAW-REQUEST-NUMBER
               MOVE RCG-REPORT-CODE TO RRQ-REPORT-CODE
               MOVE WS-OPERATOR-ID  TO RRQ-REQUESTER
               MOVE WS-NEW-CAMPUS   TO RRQ-CAMPUS
               MOVE WS-NEW-SECTION  TO RRQ-SECTION
               MOVE WS-NEW-FROM-ID  TO RRQ-FROM-ID
               MOVE WS-NEW-TO-ID    TO RRQ-TO-ID
               MOVE WS-NEW-AS-OF    TO RRQ-AS-OF-DATE
               SET RRQ-QUEUED TO TRUE
               MOVE WS-RUN-DATE     TO RRQ-SUBMIT-DATE
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE WS-NOW-HHMM     TO RRQ-SUBMIT-TIME
               MOVE ZERO            TO RRQ-RUN-DATE
               MOVE SPACES          TO RRQ-OUTPUT-NAME
                                       RRQ-FAIL-REASON
               WRITE REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "RPTREQ: REQUEST NUMBER "
                           RRQ-REQUEST-NUM " ALREADY ON FILE - "
                           "CHECK THE CONTROL FILE"
                   NOT INVALID KEY
                       ADD 1 TO WS-QUEUED-COUNT
                       DISPLAY "REQUEST " RRQ-REQUEST-NUM
                           " QUEUED - RUNS IN TONIGHT'S BATCH"
               END-WRITE
           ELSE
               DISPLAY "RPTREQ: REQUEST NOT QUEUED"
           END-IF.

       DRAW-REQUEST-NUMBER.
           MOVE 1 TO RQC-KEY
           OPEN I-O REQUEST-CTL-FILE
           IF RPTQCTL-FS NOT = "00"
               OPEN OUTPUT REQUEST-CTL-FILE
               CLOSE REQUEST-CTL-FILE
               OPEN I-O REQUEST-CTL-FILE
           END-IF
           READ REQUEST-CTL-FILE
               INVALID KEY
                   MOVE 1 TO RQC-NEXT-REQUEST
                   WRITE REQUEST-CTL-RECORD
                       INVALID KEY
                           DISPLAY "RPTREQ: CONTROL FILE ERROR"
                   END-WRITE
           END-READ
           IF RQC-NEXT-REQUEST IS NOT NUMERIC
               OR RQC-NEXT-REQUEST = ZERO
               MOVE 1 TO RQC-NEXT-REQUEST
           END-IF
           MOVE RQC-NEXT-REQUEST TO RRQ-REQUEST-NUM
           ADD 1 TO RQC-NEXT-REQUEST
           REWRITE REQUEST-CTL-RECORD
               INVALID KEY
                   DISPLAY "RPTREQ: CONTROL FILE ERROR"
           END-REWRITE
           CLOSE REQUEST-CTL-FILE.

       *> Every request this operator has on the queue, oldest
       *> first.
       LIST-MY-REQUESTS.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO RRQ-REQUEST-NUM
           MOVE "N" TO WS-EOF
           START REQUEST-FILE KEY IS NOT LESS THAN RRQ-REQUEST-NUM
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           DISPLAY " "
           DISPLAY "REQ#   REPORT   STATUS  SUBMITTED RAN ON   "
               "OUTPUT / REASON"
           PERFORM UNTIL WS-EOF = "Y"
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RRQ-REQUESTER = WS-OPERATOR-ID
                           PERFORM Show-Request-Line
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO REQUESTS ON THE QUEUE FOR "
                   WS-OPERATOR-ID
           END-IF.

       SHOW-ONE-REQUEST.
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO RRQ-REQUEST-NUM
           READ REQUEST-FILE
               INVALID KEY
                   DISPLAY "RPTREQ: NO REQUEST " WS-ENTRY-ID
                       " ON THE QUEUE"
               NOT INVALID KEY
                   DISPLAY " "
                   PERFORM Show-Request-Line
                   DISPLAY "  REQUESTED BY " RRQ-REQUESTER
                       "  CAMPUS " RRQ-CAMPUS
                       "  SECTION " RRQ-SECTION
                   DISPLAY "  STUDENTS " RRQ-FROM-ID
                       " THRU " RRQ-TO-ID
                       "  AS OF " RRQ-AS-OF-DATE
           END-READ.

       Show-Request-Line.
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
               WHEN RRQ-QUEUED  MOVE "QUEUED"  TO WS-STATUS-TEXT
               WHEN RRQ-RUNNING MOVE "RUNNING" TO WS-STATUS-TEXT
               WHEN RRQ-DONE    MOVE "DONE"    TO WS-STATUS-TEXT
               WHEN RRQ-FAILED  MOVE "FAILED"  TO WS-STATUS-TEXT
               WHEN OTHER       MOVE "??????"  TO WS-STATUS-TEXT
           END-EVALUATE
           IF RRQ-FAILED
               DISPLAY RRQ-REQUEST-NUM " " RRQ-REPORT-CODE " "
                   WS-STATUS-TEXT " " RRQ-SUBMIT-DATE " "
                   RRQ-RUN-DATE " " RRQ-FAIL-REASON
           ELSE
               DISPLAY RRQ-REQUEST-NUM " " RRQ-REPORT-CODE " "
                   WS-STATUS-TEXT " " RRQ-SUBMIT-DATE " "
                   RRQ-RUN-DATE " " RRQ-OUTPUT-NAME
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RPTREQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RPTREQ-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RPTQCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RPTQCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "OPERATORS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OPERATOR-DSNAME
           END-IF.
