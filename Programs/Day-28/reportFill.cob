       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTFILL.

      *> Overnight fulfillment of the report rerun queue RPTREQ
      *> fills.  Built to come back (GOBACK), so JOBPLAN dispatches
      *> it itself as one step of the night's plan.  Each queued
      *> request runs its catalog report as a separate job step with
      *> the request's parameters handed over through the same
      *> environment variables the report already reads, and the
      *> output lands in a file named for the request and the
      *> operator who asked for it.  A request the previous night
      *> left running (the step died under it) is failed, not rerun,
      *> so nobody gets a half-printed report twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO WS-RPTREQ-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RRQ-REQUEST-NUM
               FILE STATUS IS RPTREQ-FS.

           *> Opened after each run to prove the report wrote
           *> something - a clean exit with an empty file is a
           *> failed request, not a done one.
           SELECT OUTPUT-CHECK-FILE ASSIGN TO WS-CHECK-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "RPTREQRC".

       FD OUTPUT-CHECK-FILE.
       01 OUTPUT-CHECK-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RPTREQ-DSNAME          PIC X(40) VALUE "rptreq.idx".
       01 WS-CHECK-DSNAME           PIC X(60).
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 RPTREQ-FS                PIC XX.
       01 CHECK-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-DONE-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ABANDONED-COUNT       PIC 9(4) VALUE ZERO.

       *> Where routed output goes and how a report is launched.
       *> RPTQ-SPOOL-DIR is prefixed to every output name (include
       *> the trailing separator); RPTQ-RUN-PREFIX is put in front of
       *> the report's PROGRAM-ID to launch it, for a site whose
       *> reports need a runner or a path.
       01 WS-SPOOL-DIR             PIC X(30) VALUE SPACES.
       01 WS-RUN-PREFIX            PIC X(30) VALUE SPACES.

       *> One request's run: the routed output, the console capture
       *> (the output itself for a console report), the launch
       *> command, and the outcome.
       01 WS-OUTPUT-NAME           PIC X(60).
       01 WS-CONSOLE-NAME          PIC X(60).
       01 WS-COMMAND-LINE          PIC X(200).
       01 WS-REQ-EDIT              PIC 9(6).
       01 WS-RUN-FAILED            PIC X VALUE "N".
       01 WS-FAIL-REASON           PIC X(30).
       01 WS-EXIT-CODE             PIC S9(9) VALUE ZERO.

       *> Environment hand-off: one variable name and its value.
       01 WS-SET-NAME              PIC X(16).
       01 WS-SET-VALUE             PIC X(60).
       01 WS-SET-ID                PIC 9(6).
       01 WS-SET-DATE              PIC 9(8).
       01 WS-CLEAR-FLAG            PIC X VALUE "N".
           88 WS-CLEARING          VALUE "Y".

       *> RPTCAT call arguments.
       01 WS-CAT-FUNCTION          PIC X(1).
       01 WS-CAT-NUM               PIC 9(2).
       01 WS-CAT-ENTRY.
           COPY "RPTCATRC".
       01 WS-CAT-FOUND             PIC X(1).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           OPEN I-O REQUEST-FILE
           IF RPTREQ-FS NOT = "00"
               DISPLAY "RPTFILL: NO REPORT REQUEST QUEUE ON FILE - "
                   "NOTHING TO RUN"
               MOVE ZERO TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RRQ-QUEUED
                               PERFORM Run-One-Request
                           WHEN RRQ-RUNNING
                               PERFORM Fail-Abandoned-Request
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE REQUEST-FILE

           DISPLAY "===== REPORT REQUEST FULFILLMENT ====="
           DISPLAY "REQUESTS RUN       : " WS-RUN-COUNT
           DISPLAY "DONE               : " WS-DONE-COUNT
           DISPLAY "FAILED             : " WS-FAILED-COUNT
           DISPLAY "ABANDONED LAST RUN : " WS-ABANDONED-COUNT

           MOVE ZERO TO RETURN-CODE
           GOBACK.

       Fail-Abandoned-Request.
           SET RRQ-FAILED TO TRUE
           MOVE "INTERRUPTED - PLEASE RESUBMIT" TO RRQ-FAIL-REASON
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "RPTFILL: REWRITE FAILED, REQUEST "
                       RRQ-REQUEST-NUM
           END-REWRITE
           ADD 1 TO WS-ABANDONED-COUNT
           DISPLAY "RPTFILL: REQUEST " RRQ-REQUEST-NUM " "
               RRQ-REPORT-CODE " WAS LEFT RUNNING - MARKED FAILED".

       *> The request goes to "R" on file before the report starts,
       *> so a step that dies mid-report leaves the evidence behind
       *> for the inquiry screen and the next night's run.
       Run-One-Request.
           ADD 1 TO WS-RUN-COUNT
           MOVE "N" TO WS-RUN-FAILED
           MOVE SPACES TO WS-FAIL-REASON
           MOVE RRQ-REPORT-CODE TO RCG-REPORT-CODE
           MOVE "F" TO WS-CAT-FUNCTION
           CALL "RPTCAT" USING WS-CAT-FUNCTION WS-CAT-NUM
               WS-CAT-ENTRY WS-CAT-FOUND
           IF WS-CAT-FOUND NOT = "Y"
               MOVE "Y" TO WS-RUN-FAILED
               MOVE "REPORT NO LONGER IN CATALOG" TO WS-FAIL-REASON
               MOVE WS-RUN-DATE TO RRQ-RUN-DATE
           ELSE
               PERFORM BUILD-OUTPUT-NAMES
               SET RRQ-RUNNING TO TRUE
               MOVE WS-RUN-DATE    TO RRQ-RUN-DATE
               MOVE WS-OUTPUT-NAME TO RRQ-OUTPUT-NAME
               REWRITE REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "RPTFILL: REWRITE FAILED, REQUEST "
                           RRQ-REQUEST-NUM
               END-REWRITE
               MOVE "N" TO WS-CLEAR-FLAG
               PERFORM HAND-OVER-PARAMETERS
               PERFORM LAUNCH-THE-REPORT
               MOVE "Y" TO WS-CLEAR-FLAG
               PERFORM HAND-OVER-PARAMETERS
               IF WS-RUN-FAILED = "N"
                   PERFORM CHECK-THE-OUTPUT
               END-IF
           END-IF

           IF WS-RUN-FAILED = "Y"
               SET RRQ-FAILED TO TRUE
               MOVE WS-FAIL-REASON TO RRQ-FAIL-REASON
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "RPTFILL: REQUEST " RRQ-REQUEST-NUM " "
                   RRQ-REPORT-CODE " FOR " RRQ-REQUESTER
                   " FAILED - " WS-FAIL-REASON
           ELSE
               SET RRQ-DONE TO TRUE
               ADD 1 TO WS-DONE-COUNT
               DISPLAY "RPTFILL: REQUEST " RRQ-REQUEST-NUM " "
                   RRQ-REPORT-CODE " FOR " RRQ-REQUESTER
                   " DONE - " WS-OUTPUT-NAME
           END-IF
           REWRITE REQUEST-RECORD
               INVALID KEY
                   DISPLAY "RPTFILL: REWRITE FAILED, REQUEST "
                       RRQ-REQUEST-NUM
           END-REWRITE.

       *> rq<request>.<operator>.rpt in the spool directory, so
       *> operations can hand each requester their own output.  A
       *> report that writes its own print file still chatters on
       *> the console; that goes beside it as .log.
       BUILD-OUTPUT-NAMES.
           MOVE RRQ-REQUEST-NUM TO WS-REQ-EDIT
           MOVE SPACES TO WS-OUTPUT-NAME WS-CONSOLE-NAME
           STRING WS-SPOOL-DIR DELIMITED BY SPACE
               "rq" WS-REQ-EDIT "." DELIMITED BY SIZE
               RRQ-REQUESTER DELIMITED BY SPACE
               ".rpt" DELIMITED BY SIZE
               INTO WS-OUTPUT-NAME
           IF RCG-OUTPUT-ENV = SPACES
               MOVE WS-OUTPUT-NAME TO WS-CONSOLE-NAME
           ELSE
               STRING WS-SPOOL-DIR DELIMITED BY SPACE
                   "rq" WS-REQ-EDIT "." DELIMITED BY SIZE
                   RRQ-REQUESTER DELIMITED BY SPACE
                   ".log" DELIMITED BY SIZE
                   INTO WS-CONSOLE-NAME
           END-IF.

       *> Every variable the catalog names for this report is set -
       *> to spaces when the request left that parameter open, so
       *> nothing left in the batch environment leaks into the run -
       *> and cleared again after it.
       HAND-OVER-PARAMETERS.
           IF RCG-CAMPUS-ENV NOT = SPACES
               MOVE RCG-CAMPUS-ENV TO WS-SET-NAME
               MOVE RRQ-CAMPUS TO WS-SET-VALUE
               PERFORM SET-ONE-VARIABLE
           END-IF

           IF RCG-SECTION-ENV NOT = SPACES
               MOVE RCG-SECTION-ENV TO WS-SET-NAME
               MOVE RRQ-SECTION TO WS-SET-VALUE
               PERFORM SET-ONE-VARIABLE
           END-IF

           IF RCG-FROM-ID-ENV NOT = SPACES
               MOVE RCG-FROM-ID-ENV TO WS-SET-NAME
               MOVE SPACES TO WS-SET-VALUE
               IF RRQ-FROM-ID NOT = ZERO
                   MOVE RRQ-FROM-ID TO WS-SET-ID
                   MOVE WS-SET-ID TO WS-SET-VALUE
               END-IF
               PERFORM SET-ONE-VARIABLE
           END-IF

           IF RCG-TO-ID-ENV NOT = SPACES
               MOVE RCG-TO-ID-ENV TO WS-SET-NAME
               MOVE SPACES TO WS-SET-VALUE
               IF RRQ-TO-ID NOT = ZERO
                   MOVE RRQ-TO-ID TO WS-SET-ID
                   MOVE WS-SET-ID TO WS-SET-VALUE
               END-IF
               PERFORM SET-ONE-VARIABLE
           END-IF

           IF RCG-AS-OF-ENV NOT = SPACES
               MOVE RCG-AS-OF-ENV TO WS-SET-NAME
               MOVE SPACES TO WS-SET-VALUE
               IF RRQ-AS-OF-DATE NOT = ZERO
                   MOVE RRQ-AS-OF-DATE TO WS-SET-DATE
                   MOVE WS-SET-DATE TO WS-SET-VALUE
               END-IF
               PERFORM SET-ONE-VARIABLE
           END-IF

           IF RCG-OUTPUT-ENV NOT = SPACES
               MOVE RCG-OUTPUT-ENV TO WS-SET-NAME
               MOVE WS-OUTPUT-NAME TO WS-SET-VALUE
               PERFORM SET-ONE-VARIABLE
           END-IF.

       *> The write side of the ACCEPT ... FROM ENVIRONMENT every
       *> report uses to pick up its overrides; the launched report
       *> inherits what is set here.
       SET-ONE-VARIABLE.
           IF WS-CLEARING
               MOVE SPACES TO WS-SET-VALUE
           END-IF
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-SET-VALUE UPON ENVIRONMENT-VALUE.

       LAUNCH-THE-REPORT.
           MOVE SPACES TO WS-COMMAND-LINE
           STRING WS-RUN-PREFIX DELIMITED BY "  "
               RCG-REPORT-CODE DELIMITED BY SPACE
               " > " DELIMITED BY SIZE
               WS-CONSOLE-NAME DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-EXIT-CODE
           MOVE ZERO TO RETURN-CODE
           IF WS-EXIT-CODE NOT = ZERO
               MOVE "Y" TO WS-RUN-FAILED
               MOVE "REPORT ENDED WITH AN ERROR" TO WS-FAIL-REASON
           END-IF.

       CHECK-THE-OUTPUT.
           MOVE WS-OUTPUT-NAME TO WS-CHECK-DSNAME
           OPEN INPUT OUTPUT-CHECK-FILE
           IF CHECK-FS NOT = "00"
               MOVE "Y" TO WS-RUN-FAILED
               MOVE "REPORT WROTE NO OUTPUT FILE" TO WS-FAIL-REASON
           ELSE
               READ OUTPUT-CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-RUN-FAILED
                       MOVE "REPORT OUTPUT IS EMPTY"
                           TO WS-FAIL-REASON
               END-READ
               CLOSE OUTPUT-CHECK-FILE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RPTQ-SPOOL-DIR"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SPOOL-DIR
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "RPTQ-RUN-PREFIX"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-RUN-PREFIX
           END-IF.
