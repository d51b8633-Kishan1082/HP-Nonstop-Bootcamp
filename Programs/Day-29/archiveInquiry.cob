       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHINQ.

      *> Read-only front-office inquiry over what has left the live
      *> files: the student images relativeFileOrg.cob purges to
      *> student.arc, every REORG archive generation, and every
      *> charge-history generation FYCLOSE rolls off the ledger.
      *> The REORG and FYCLOSE generations are found through the
      *> GENMGR catalog, which also supplies their archive dates.
      *> Lookup is by student ID or by the leading letters of an
      *> archived name.  A name search never lists a student whose
      *> family opted out of directory disclosure, an ID lookup of
      *> such a student is bannered, and every lookup is audited.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> One FD serves every archived-master source - student.arc
           *> and each REORG generation carry the same raw image.
           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FS.

           *> Likewise one FD for every charge-history generation.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HISTORY-FS.

           SELECT GEN-CATALOG-FILE ASSIGN TO WS-GENCAT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GENCAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD HISTORY-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           05 GEN-BASE-NAME         PIC X(20).
           05 GEN-FILE-NAME         PIC X(40).
           05 GEN-RUN-DATE          PIC 9(8).
           05 GEN-STATUS            PIC X(1).
               88 GEN-ACTIVE        VALUE "A".

       WORKING-STORAGE SECTION.
       01 WS-STUARC-DSNAME          PIC X(40) VALUE "student.arc".
       01 WS-CHGHIST-DSNAME         PIC X(40) VALUE "chghist.dat".
       01 WS-GENCAT-DSNAME          PIC X(40) VALUE "gencat.dat".
       01 WS-ARCHIVE-DSNAME         PIC X(40).
       01 WS-HISTORY-DSNAME         PIC X(40).
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 ARCHIVE-FS               PIC XX.
       01 HISTORY-FS               PIC XX.
       01 GENCAT-FS                PIC XX.
       01 WS-DONE-FLAG             PIC X VALUE "N".
           88 WS-DONE               VALUE "Y".
       01 WS-MENU-CHOICE           PIC X(1).
       01 WS-INQUIRY-ID            PIC 9(6).
       01 WS-SEARCH-NAME           PIC X(20).
       01 WS-NAME-LEN              PIC 9(2) VALUE ZERO.
       01 WS-BROWSE-CHOICE         PIC X(6).
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-AMOUNT-IN             PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-AMOUNT-EDIT           PIC X(12).
       01 WS-DATE-SHOWN            PIC X(10).
       01 WS-ITEM-STATE            PIC X(11).

       *> The catalog base names the two archiving runs register
       *> under: REORG always uses "stuarch"; FYCLOSE uses the
       *> first 20 bytes of its history file name, so this screen
       *> follows the same CHGHIST-FILE override FYCLOSE does.
       01 WS-ARCHIVE-BASE          PIC X(20) VALUE "stuarch".
       01 WS-HISTORY-BASE          PIC X(20).

       *> Every source this session searches, oldest first in
       *> catalog order.  "S" is an archived-master file, "H" a
       *> charge-history file; a zero date is a source with no
       *> catalog entry to date it (student.arc, or a history file
       *> from before the catalog).
       01 WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-TYPE       PIC X(1).
               10 WS-SRC-NAME       PIC X(40).
               10 WS-SRC-DATE       PIC 9(8).
       01 WS-SRC-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-SRC-SUB               PIC 9(2) COMP.
       01 WS-HIST-SOURCES          PIC 9(2) COMP VALUE ZERO.

       *> Per-lookup results.
       01 WS-IMAGE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ITEM-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-MATCH-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-HIDDEN-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-LIST-LIMIT            PIC 9(4) VALUE 40.
       01 WS-FIRST-IMAGE           PIC X(61).

       *> OPERSIGN call arguments - archived records are looked at
       *> from a screen only with an operator file entry behind
       *> the look.  Inquiry needs level 1.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 1.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> FERPACHK call arguments - a family that opted out of
       *> directory disclosure is never listed by name here.
       01 WS-FERPA-ID              PIC 9(6).
       01 WS-FERPA-FLAG            PIC X(1).

       *> AUDITWR call arguments - one record per lookup: an ID
       *> lookup carries the first archived image found in the
       *> before image and what was shown in the after image; a
       *> name search carries the letters searched for and the
       *> number of matches.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "ARCHINQ".
       01 WS-AUD-ACTION            PIC X(8).
       01 WS-AUD-SOURCE            PIC X(12) VALUE "ARCHIVE".
       01 WS-AUD-STUDENT-ID        PIC 9(6) VALUE ZERO.
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "ARCHINQ: SIGN-ON FAILED"
               STOP RUN
           END-IF

           PERFORM LOAD-ARCHIVE-SOURCES

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               PERFORM PROCESS-CHOICE
           END-PERFORM

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> student.arc comes first - it predates the catalog - then
       *> every active REORG and FYCLOSE generation the catalog
       *> holds.  A history file that was never cataloged is still
       *> searched under its own name.
       LOAD-ARCHIVE-SOURCES.
           MOVE 1 TO WS-SRC-USED
           MOVE "S" TO WS-SRC-TYPE (1)
           MOVE WS-STUARC-DSNAME TO WS-SRC-NAME (1)
           MOVE ZERO TO WS-SRC-DATE (1)

           OPEN INPUT GEN-CATALOG-FILE
           IF GENCAT-FS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ GEN-CATALOG-FILE
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM Catalog-One-Generation
                   END-READ
               END-PERFORM
               CLOSE GEN-CATALOG-FILE
           END-IF

           IF WS-HIST-SOURCES = ZERO
               ADD 1 TO WS-SRC-USED
               MOVE "H" TO WS-SRC-TYPE (WS-SRC-USED)
               MOVE WS-CHGHIST-DSNAME TO WS-SRC-NAME (WS-SRC-USED)
               MOVE ZERO TO WS-SRC-DATE (WS-SRC-USED)
           END-IF.

       Catalog-One-Generation.
           IF GEN-ACTIVE AND WS-SRC-USED < 49
               IF GEN-BASE-NAME = WS-ARCHIVE-BASE
                   ADD 1 TO WS-SRC-USED
                   MOVE "S" TO WS-SRC-TYPE (WS-SRC-USED)
                   MOVE GEN-FILE-NAME TO WS-SRC-NAME (WS-SRC-USED)
                   MOVE GEN-RUN-DATE TO WS-SRC-DATE (WS-SRC-USED)
               END-IF
               IF GEN-BASE-NAME = WS-HISTORY-BASE
                   ADD 1 TO WS-SRC-USED
                   ADD 1 TO WS-HIST-SOURCES
                   MOVE "H" TO WS-SRC-TYPE (WS-SRC-USED)
                   MOVE GEN-FILE-NAME TO WS-SRC-NAME (WS-SRC-USED)
                   MOVE GEN-RUN-DATE TO WS-SRC-DATE (WS-SRC-USED)
               END-IF
           END-IF.

       SHOW-MENU.
           DISPLAY " "
           DISPLAY "===== ARCHIVE INQUIRY MENU ====="
           DISPLAY "1. LOOK UP AN ARCHIVED STUDENT BY ID"
           DISPLAY "2. SEARCH THE ARCHIVES BY NAME"
           DISPLAY "3. EXIT"
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "1" PERFORM LOOKUP-BY-ID
               WHEN "2" PERFORM SEARCH-BY-NAME
               WHEN "3" SET WS-DONE TO TRUE
               WHEN OTHER DISPLAY "INVALID CHOICE, TRY AGAIN"
           END-EVALUATE.

       LOOKUP-BY-ID.
           DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING
           ACCEPT WS-INQUIRY-ID
           PERFORM SHOW-ONE-STUDENT.

       *> Every archived image of the student, then every history
       *> item, each marked with the file it came from and the date
       *> that file was archived.
       SHOW-ONE-STUDENT.
           MOVE ZERO TO WS-IMAGE-COUNT WS-ITEM-COUNT
           MOVE SPACES TO WS-FIRST-IMAGE

           MOVE WS-INQUIRY-ID TO WS-FERPA-ID
           CALL "FERPACHK" USING WS-FERPA-ID WS-FERPA-FLAG
           IF WS-FERPA-FLAG = "Y"
               DISPLAY "*** DIRECTORY DISCLOSURE SUPPRESSED - DO NOT "
                   "RELEASE NAME OR ENROLLMENT TO ANY CALLER ***"
           END-IF

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-USED
               IF WS-SRC-TYPE (WS-SRC-SUB) = "S"
                   PERFORM FIND-IN-ONE-ARCHIVE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-USED
               IF WS-SRC-TYPE (WS-SRC-SUB) = "H"
                   PERFORM FIND-IN-ONE-HISTORY
               END-IF
           END-PERFORM

           IF WS-IMAGE-COUNT = ZERO AND WS-ITEM-COUNT = ZERO
               DISPLAY "NOTHING ARCHIVED OR IN CHARGE HISTORY FOR ID: "
                   WS-INQUIRY-ID
           ELSE
               DISPLAY "ARCHIVED IMAGES : " WS-IMAGE-COUNT
               DISPLAY "HISTORY ITEMS   : " WS-ITEM-COUNT
           END-IF

           MOVE "ARCINQ  "      TO WS-AUD-ACTION
           MOVE WS-INQUIRY-ID   TO WS-AUD-STUDENT-ID
           MOVE WS-FIRST-IMAGE  TO WS-AUD-BEFORE
           MOVE SPACES          TO WS-AUD-AFTER
           STRING "IMAGES=" WS-IMAGE-COUNT " HISTORY ITEMS="
               WS-ITEM-COUNT " FERPA=" WS-FERPA-FLAG
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM AUDIT-THE-LOOKUP.

       FIND-IN-ONE-ARCHIVE.
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-ARCHIVE-DSNAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF STUDENT-ID = WS-INQUIRY-ID
                               PERFORM SHOW-ARCHIVED-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       SHOW-ARCHIVED-IMAGE.
           ADD 1 TO WS-IMAGE-COUNT
           IF WS-IMAGE-COUNT = 1
               MOVE STUDENT-RECORD TO WS-FIRST-IMAGE
           END-IF
           PERFORM SET-SOURCE-DATE
           MOVE STUDENT-TUITION-BALANCE TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AMOUNT-EDIT
           DISPLAY " "
           DISPLAY "----- ARCHIVED MASTER IMAGE -----"
           DISPLAY "ARCHIVED : " WS-DATE-SHOWN " IN "
               WS-SRC-NAME (WS-SRC-SUB)
           DISPLAY "ID       : " STUDENT-ID
           DISPLAY "NAME     : " STUDENT-NAME
           DISPLAY "CLASS    : " STUDENT-CLASS
               "   CAMPUS : " STUDENT-CAMPUS
           DISPLAY "GRADE    : " STUDENT-GRADE
               "     STANDING : " STUDENT-STANDING
           DISPLAY "BALANCE  : " WS-AMOUNT-EDIT
           DISPLAY "LAST ACT : " STUDENT-LAST-ACTIVITY-DATE
           IF STUDENT-DEACTIVATED
               DISPLAY "STATUS   : DEACTIVATED"
           ELSE
               DISPLAY "STATUS   : ACTIVE"
           END-IF.

       FIND-IN-ONE-HISTORY.
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-HISTORY-DSNAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF CHG-STUDENT-ID = WS-INQUIRY-ID
                               PERFORM SHOW-HISTORY-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       SHOW-HISTORY-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF WS-ITEM-COUNT = 1
               DISPLAY " "
               DISPLAY "----- CHARGE HISTORY -----"
               DISPLAY "ROLLED OFF  ITEM CD         AMOUNT POSTED   "
                   "STATE"
           END-IF
           PERFORM SET-SOURCE-DATE
           EVALUATE TRUE
               WHEN CHG-CLOSED      MOVE "SETTLED"     TO WS-ITEM-STATE
               WHEN CHG-WRITTEN-OFF MOVE "WRITTEN OFF" TO WS-ITEM-STATE
               WHEN CHG-OPEN        MOVE "OPEN"        TO WS-ITEM-STATE
               WHEN OTHER           MOVE CHG-STATUS    TO WS-ITEM-STATE
           END-EVALUATE
           MOVE CHG-AMOUNT TO WS-AMOUNT-IN
           CALL "CURREDIT" USING WS-AMOUNT-IN WS-AMOUNT-EDIT
           DISPLAY WS-DATE-SHOWN "  " CHG-ITEM-SEQ " " CHG-CHARGE-CODE
               "  " WS-AMOUNT-EDIT " " CHG-POST-DATE " "
               WS-ITEM-STATE.

       SET-SOURCE-DATE.
           IF WS-SRC-DATE (WS-SRC-SUB) = ZERO
               MOVE "NOT DATED" TO WS-DATE-SHOWN
           ELSE
               MOVE WS-SRC-DATE (WS-SRC-SUB) TO WS-DATE-SHOWN
           END-IF.

       *> The charge history carries no names, so a name search
       *> runs over the archived masters; the ID it turns up then
       *> pulls that student's history as well.  Matches whose
       *> family opted out of directory disclosure are not listed.
       SEARCH-BY-NAME.
           DISPLAY "NAME (OR FIRST LETTERS): " WITH NO ADVANCING
           ACCEPT WS-SEARCH-NAME
           IF WS-SEARCH-NAME = SPACES
               DISPLAY "NOTHING TO SEARCH FOR"
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-SEARCH-NAME)
                   TO WS-SEARCH-NAME
               COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-SEARCH-NAME TRAILING))
               MOVE ZERO TO WS-MATCH-COUNT WS-HIDDEN-COUNT
               PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                       UNTIL WS-SRC-SUB > WS-SRC-USED
                   IF WS-SRC-TYPE (WS-SRC-SUB) = "S"
                       PERFORM SEARCH-ONE-ARCHIVE
                   END-IF
               END-PERFORM
               PERFORM FINISH-NAME-SEARCH
           END-IF.

       SEARCH-ONE-ARCHIVE.
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-ARCHIVE-DSNAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(STUDENT-NAME)
                                   (1:WS-NAME-LEN)
                               = WS-SEARCH-NAME (1:WS-NAME-LEN)
                               PERFORM List-One-Match
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       List-One-Match.
           MOVE STUDENT-ID TO WS-FERPA-ID
           CALL "FERPACHK" USING WS-FERPA-ID WS-FERPA-FLAG
           IF WS-FERPA-FLAG = "Y"
               ADD 1 TO WS-HIDDEN-COUNT
           ELSE
               ADD 1 TO WS-MATCH-COUNT
               IF WS-MATCH-COUNT NOT > WS-LIST-LIMIT
                   PERFORM SET-SOURCE-DATE
                   DISPLAY STUDENT-ID " " STUDENT-NAME
                       " CLASS " STUDENT-CLASS " ARCHIVED "
                       WS-DATE-SHOWN
               END-IF
           END-IF.

       FINISH-NAME-SEARCH.
           IF WS-MATCH-COUNT > WS-LIST-LIMIT
               DISPLAY "MORE THAN " WS-LIST-LIMIT " MATCHES - "
                   "KEY MORE OF THE NAME TO NARROW THE LIST"
           END-IF
           IF WS-HIDDEN-COUNT > ZERO
               DISPLAY "SOME MATCHES ARE UNDER DIRECTORY "
                   "SUPPRESSION - LOOK THEM UP BY STUDENT ID"
           END-IF

           MOVE "ARCNAME " TO WS-AUD-ACTION
           MOVE ZERO       TO WS-AUD-STUDENT-ID
           MOVE SPACES     TO WS-AUD-BEFORE WS-AUD-AFTER
           STRING "NAME=" WS-SEARCH-NAME
               DELIMITED BY SIZE INTO WS-AUD-BEFORE
           STRING "LISTED=" WS-MATCH-COUNT " SUPPRESSED="
               WS-HIDDEN-COUNT
               DELIMITED BY SIZE INTO WS-AUD-AFTER
           PERFORM AUDIT-THE-LOOKUP

           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO ARCHIVED NAMES BEGINNING " WS-SEARCH-NAME
           ELSE
               DISPLAY "X=BACK, OR STUDENT ID TO VIEW: "
                   WITH NO ADVANCING
               ACCEPT WS-BROWSE-CHOICE
               IF WS-BROWSE-CHOICE NOT = "X"
                   AND WS-BROWSE-CHOICE NOT = "x"
                   AND WS-BROWSE-CHOICE NOT = SPACES
                   COMPUTE WS-INQUIRY-ID =
                       FUNCTION NUMVAL(WS-BROWSE-CHOICE)
                   PERFORM SHOW-ONE-STUDENT
               END-IF
           END-IF.

       AUDIT-THE-LOOKUP.
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-ARC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUARC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGHIST-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGHIST-DSNAME
           END-IF
           MOVE WS-CHGHIST-DSNAME (1:20) TO WS-HISTORY-BASE

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GENCAT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GENCAT-DSNAME
           END-IF.
