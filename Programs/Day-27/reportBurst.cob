       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.

      *> Splits one finished print file into a piece per recipient,
      *> the way the operators used to cut the listing up by hand.
      *> Every report on the shared print plumbing opens each page
      *> with the same heading line ("...  BUSINESS DATE nnnnnnnn
      *> PAGE n").  A report that breaks by campus names the campus
      *> on a line of its own ("CAMPUS C1", on the heading or on the
      *> break line under it), and every line after it belongs to
      *> that campus until another is named - across page breaks
      *> too.  Lines ahead of the first campus named are district
      *> material and go only to recipients set up for "**".  A
      *> campus's piece opens each of its pages with the heading of
      *> the page its lines came from.
      *>
      *> The distribution table (DISTMNT) says who gets which
      *> campus's pages and how many copies.  A report marked there
      *> as carrying FERPA-restricted detail is withheld from any
      *> recipient not marked authorized.  Every piece - produced,
      *> withheld or empty - is listed on the manifest, which
      *> accumulates across the night's burst steps.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-PRINT-FILE ASSIGN TO WS-INPUT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FS.

           SELECT DIST-FILE ASSIGN TO WS-DIST-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-KEY
               FILE STATUS IS DIST-FS.

           SELECT PIECE-FILE ASSIGN TO WS-PIECE-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIECE-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD IN-PRINT-FILE.
       01 IN-PRINT-RECORD           PIC X(100).

       FD DIST-FILE.
       01 DIST-RECORD.
           COPY "DISTRC".

       FD PIECE-FILE.
       01 PIECE-RECORD              PIC X(100).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INPUT-DSNAME           PIC X(40) VALUE SPACES.
       01 WS-DIST-DSNAME            PIC X(40) VALUE "distrib.idx".
       01 WS-PIECE-DSNAME           PIC X(40) VALUE SPACES.
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "burstman.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 INPUT-FS                 PIC XX.
       01 DIST-FS                  PIC XX.
       01 PIECE-FS                 PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The report being burst: BURST-REPORT, or the input file's
       *> name up to its first "." in capitals.  Pieces are named
       *> <prefix><report>.<campus>.<recipient>.rpt, campus "ALL"
       *> for a "**" recipient; BURST-PREFIX puts them elsewhere.
       01 WS-REPORT-NAME           PIC X(8) VALUE SPACES.
       01 WS-PIECE-PREFIX          PIC X(30) VALUE SPACES.
       01 WS-PIECE-CAMPUS          PIC X(3).

       01 WS-REPORT-DEFINED        PIC X VALUE "N".
           88 WS-HAVE-DEFINITION   VALUE "Y".
       01 WS-REPORT-RESTRICTED     PIC X VALUE "Y".
           88 WS-FERPA-RESTRICTED  VALUE "Y".

       *> The report's recipient rows, in table key order.
       01 WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 50 TIMES.
               10 WS-RCP-CAMPUS        PIC X(2).
               10 WS-RCP-RECIPIENT     PIC X(8).
               10 WS-RCP-NAME          PIC X(20).
               10 WS-RCP-COPIES        PIC 9(2).
               10 WS-RCP-FERPA         PIC X(1).
       01 WS-RCP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-RCP-SUB               PIC 9(3) COMP.
       01 WS-RCP-FULL              PIC X VALUE "N".

       *> Pages per campus, found on a first pass over the input.
       *> Campus blank holds the district pages.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 30 TIMES.
               10 WS-CMP-CODE          PIC X(2).
               10 WS-CMP-PAGES         PIC 9(5).
               10 WS-CMP-OWED          PIC X(1).
       01 WS-CMP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-CMP-SUB               PIC 9(3) COMP.
       01 WS-CMP-FOUND             PIC X VALUE "N".
       01 WS-TOTAL-PAGES           PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-LINES           PIC 9(7) VALUE ZERO.

       *> The line in hand: is it a page heading, and which campus
       *> does the page it belongs to go to.
       01 WS-HEAD-DATE-TALLY       PIC 9(3) COMP.
       01 WS-HEAD-PAGE-TALLY       PIC 9(3) COMP.
       01 WS-CAMPUS-POS            PIC 9(3) COMP.
       01 WS-CODE-POS              PIC 9(3) COMP.
       01 WS-LINE-HEADING          PIC X VALUE "N".
           88 WS-IS-HEADING        VALUE "Y".
       01 WS-PAGE-STARTED          PIC X VALUE "N".
       01 WS-PAGE-CAMPUS           PIC X(2) VALUE SPACES.

       *> A campus piece holds the page heading back until a line of
       *> its own campus turns up on that page.
       01 WS-LAST-HEADING          PIC X(100) VALUE SPACES.
       01 WS-HEADING-SEEN          PIC X VALUE "N".
       01 WS-HEAD-OWED             PIC X VALUE "Y".

       01 WS-PIECE-PAGES           PIC 9(5) VALUE ZERO.
       01 WS-PIECE-SHEETS          PIC 9(7) VALUE ZERO.
       01 WS-PIECES-MADE           PIC 9(4) VALUE ZERO.
       01 WS-PIECES-WITHHELD       PIC 9(4) VALUE ZERO.
       01 WS-PIECES-EMPTY          PIC 9(4) VALUE ZERO.
       01 WS-PIECE-FAILED          PIC 9(4) VALUE ZERO.
       01 WS-SHEETS-TOTAL          PIC 9(7) VALUE ZERO.
       01 WS-PAGES-EDIT            PIC ZZZZ9.
       01 WS-SHEETS-EDIT           PIC ZZZZZZ9.
       01 WS-COPIES-EDIT           PIC Z9.
       01 WS-PIECE-STATUS          PIC X(33).

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
           PERFORM SET-FILENAMES

           IF WS-INPUT-DSNAME = SPACES
               DISPLAY "RPTBURST: SET BURST-INPUT TO THE PRINT FILE "
                   "TO BURST"
               STOP RUN
           END-IF
           IF WS-REPORT-NAME = SPACES
               UNSTRING WS-INPUT-DSNAME DELIMITED BY "."
                   INTO WS-REPORT-NAME
               INSPECT WS-REPORT-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

           OPEN INPUT IN-PRINT-FILE
           IF INPUT-FS NOT = "00"
               DISPLAY "RPTBURST: UNABLE TO OPEN " WS-INPUT-DSNAME
                   " STATUS=" INPUT-FS
               STOP RUN
           END-IF
           PERFORM SURVEY-PRINT-FILE
           CLOSE IN-PRINT-FILE

           OPEN INPUT DIST-FILE
           IF DIST-FS NOT = "00"
               DISPLAY "RPTBURST: NO DISTRIBUTION TABLE ON SYSTEM - "
                   "RUN DISTMNT FIRST, STATUS=" DIST-FS
               STOP RUN
           END-IF
           PERFORM LOAD-DISTRIBUTION
           CLOSE DIST-FILE

           OPEN EXTEND PRINT-FILE
           IF PRINT-FS NOT = "00"
               OPEN OUTPUT PRINT-FILE
           END-IF
           IF PRINT-FS NOT = "00"
               DISPLAY "RPTBURST: UNABLE TO OPEN MANIFEST, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "REPORT   CAMPUS RECIPNT  NAME                 "
               "COPIES PAGES  SHEETS  PIECE / STATUS"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-TOTAL-PAGES TO WS-PAGES-EDIT
           STRING "REPORT " WS-REPORT-NAME " FROM " WS-INPUT-DSNAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-FERPA-RESTRICTED
               STRING "  " WS-PAGES-EDIT " PAGES - FERPA RESTRICTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  " WS-PAGES-EDIT " PAGES - UNRESTRICTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM PRINT-A-LINE
           IF NOT WS-HAVE-DEFINITION
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NOT IN DISTRIBUTION TABLE - "
                   "TREATED AS RESTRICTED"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE

           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > WS-RCP-COUNT
               PERFORM Burst-One-Recipient
           END-PERFORM

           IF WS-RCP-COUNT = ZERO
               MOVE "  NO RECIPIENTS IN DISTRIBUTION TABLE"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== REPORT BURST ====="
           DISPLAY "REPORT           : " WS-REPORT-NAME
           DISPLAY "INPUT LINES      : " WS-TOTAL-LINES
           DISPLAY "INPUT PAGES      : " WS-TOTAL-PAGES
           DISPLAY "CAMPUSES ON FILE : " WS-CMP-COUNT
           DISPLAY "RECIPIENTS       : " WS-RCP-COUNT
           DISPLAY "PIECES PRODUCED  : " WS-PIECES-MADE
           DISPLAY "WITHHELD (FERPA) : " WS-PIECES-WITHHELD
           DISPLAY "NO PAGES         : " WS-PIECES-EMPTY
           DISPLAY "FAILED TO OPEN   : " WS-PIECE-FAILED
           DISPLAY "SHEETS TO PRINT  : " WS-SHEETS-TOTAL
           DISPLAY "RPTBURST: MANIFEST WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       *> First pass: count the pages, and for each campus the pages
       *> its lines appear on.
       SURVEY-PRINT-FILE.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-PAGE-STARTED
           MOVE SPACES TO WS-PAGE-CAMPUS
           PERFORM UNTIL WS-EOF = "Y"
               READ IN-PRINT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINES
                       PERFORM CLASSIFY-LINE
                       IF WS-IS-HEADING OR WS-PAGE-STARTED = "N"
                           ADD 1 TO WS-TOTAL-PAGES
                       END-IF
                       IF WS-IS-HEADING
                           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                                   UNTIL WS-CMP-SUB > WS-CMP-COUNT
                               MOVE "Y" TO WS-CMP-OWED (WS-CMP-SUB)
                           END-PERFORM
                       ELSE
                           IF IN-PRINT-RECORD NOT = SPACES
                               PERFORM Count-Campus-Page
                           END-IF
                       END-IF
                       MOVE "Y" TO WS-PAGE-STARTED
               END-READ
           END-PERFORM.

       *> A campus's first line on a page starts a page of its piece.
       Count-Campus-Page.
           MOVE "N" TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-COUNT
                       OR WS-CMP-FOUND = "Y"
               IF WS-CMP-CODE (WS-CMP-SUB) = WS-PAGE-CAMPUS
                   IF WS-CMP-OWED (WS-CMP-SUB) = "Y"
                       ADD 1 TO WS-CMP-PAGES (WS-CMP-SUB)
                       MOVE "N" TO WS-CMP-OWED (WS-CMP-SUB)
                   END-IF
                   MOVE "Y" TO WS-CMP-FOUND
               END-IF
           END-PERFORM
           IF WS-CMP-FOUND = "N"
               IF WS-CMP-COUNT < 30
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-PAGE-CAMPUS TO WS-CMP-CODE (WS-CMP-COUNT)
                   MOVE 1 TO WS-CMP-PAGES (WS-CMP-COUNT)
                   MOVE "N" TO WS-CMP-OWED (WS-CMP-COUNT)
               ELSE
                   DISPLAY "RPTBURST: MORE THAN 30 CAMPUSES ON "
                       "THE REPORT - CAMPUS " WS-PAGE-CAMPUS
                       " PAGE COUNT NOT KEPT"
               END-IF
           END-IF.

       *> A page heading carries both "  BUSINESS DATE " and
       *> "  PAGE ".  Any line naming a campus switches the campus
       *> for itself and every line after it; every other line keeps
       *> the campus in force.
       CLASSIFY-LINE.
           MOVE "N" TO WS-LINE-HEADING
           MOVE ZERO TO WS-HEAD-DATE-TALLY WS-HEAD-PAGE-TALLY
           INSPECT IN-PRINT-RECORD TALLYING
               WS-HEAD-DATE-TALLY FOR ALL "  BUSINESS DATE "
               WS-HEAD-PAGE-TALLY FOR ALL "  PAGE "
           IF WS-HEAD-DATE-TALLY > ZERO AND WS-HEAD-PAGE-TALLY > ZERO
               MOVE "Y" TO WS-LINE-HEADING
           END-IF
           PERFORM FIND-NAMED-CAMPUS.

       *> "CAMPUS " must open the line or follow a space, and the
       *> code after it must be two characters with a space behind
       *> them - so a title such as "INTER-CAMPUS TRANSFERS", a
       *> column heading such as "CAMPUS CODE" or a "C1 CAMPUS
       *> TOTAL" line names no campus.
       FIND-NAMED-CAMPUS.
           MOVE ZERO TO WS-CODE-POS
           IF IN-PRINT-RECORD (1:7) = "CAMPUS "
               MOVE 8 TO WS-CODE-POS
           ELSE
               MOVE ZERO TO WS-CAMPUS-POS
               INSPECT IN-PRINT-RECORD TALLYING WS-CAMPUS-POS
                   FOR CHARACTERS BEFORE INITIAL " CAMPUS "
               IF WS-CAMPUS-POS < 90
                   COMPUTE WS-CODE-POS = WS-CAMPUS-POS + 9
               END-IF
           END-IF
           IF WS-CODE-POS > ZERO
               IF IN-PRINT-RECORD (WS-CODE-POS:1) NOT = SPACE
                   AND IN-PRINT-RECORD (WS-CODE-POS + 1:1) NOT = SPACE
                   AND IN-PRINT-RECORD (WS-CODE-POS + 2:1) = SPACE
                   MOVE IN-PRINT-RECORD (WS-CODE-POS:2)
                       TO WS-PAGE-CAMPUS
               END-IF
           END-IF.

       *> The report's definition row and recipient rows.  With no
       *> definition row the report is treated as restricted.
       LOAD-DISTRIBUTION.
           MOVE WS-REPORT-NAME TO DST-REPORT
           MOVE LOW-VALUES TO DST-CAMPUS
           MOVE LOW-VALUES TO DST-RECIPIENT
           MOVE "N" TO WS-EOF
           START DIST-FILE KEY IS NOT LESS THAN DST-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ DIST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DST-REPORT NOT = WS-REPORT-NAME
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM Load-One-Dist-Row
                       END-IF
               END-READ
           END-PERFORM.

       Load-One-Dist-Row.
           IF DST-REPORT-ROW
               MOVE "Y" TO WS-REPORT-DEFINED
               MOVE DST-FERPA-FLAG TO WS-REPORT-RESTRICTED
           ELSE
               IF WS-RCP-COUNT < 50
                   ADD 1 TO WS-RCP-COUNT
                   MOVE DST-CAMPUS    TO WS-RCP-CAMPUS (WS-RCP-COUNT)
                   MOVE DST-RECIPIENT
                       TO WS-RCP-RECIPIENT (WS-RCP-COUNT)
                   MOVE DST-RECIPIENT-NAME
                       TO WS-RCP-NAME (WS-RCP-COUNT)
                   MOVE DST-COPIES    TO WS-RCP-COPIES (WS-RCP-COUNT)
                   MOVE DST-FERPA-FLAG TO WS-RCP-FERPA (WS-RCP-COUNT)
               ELSE
                   IF WS-RCP-FULL = "N"
                       DISPLAY "RPTBURST: MORE THAN 50 RECIPIENTS FOR "
                           WS-REPORT-NAME " - THE REST ARE SKIPPED"
                       MOVE "Y" TO WS-RCP-FULL
                   END-IF
               END-IF
           END-IF.

       Burst-One-Recipient.
           MOVE ZERO TO WS-PIECE-PAGES
           IF WS-RCP-CAMPUS (WS-RCP-SUB) = "**"
               MOVE WS-TOTAL-PAGES TO WS-PIECE-PAGES
               MOVE "ALL" TO WS-PIECE-CAMPUS
           ELSE
               MOVE WS-RCP-CAMPUS (WS-RCP-SUB) TO WS-PIECE-CAMPUS
               PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                       UNTIL WS-CMP-SUB > WS-CMP-COUNT
                   IF WS-CMP-CODE (WS-CMP-SUB)
                           = WS-RCP-CAMPUS (WS-RCP-SUB)
                       MOVE WS-CMP-PAGES (WS-CMP-SUB)
                           TO WS-PIECE-PAGES
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PIECE-DSNAME
           STRING WS-PIECE-PREFIX DELIMITED BY SPACE
               WS-REPORT-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-PIECE-CAMPUS DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-RCP-RECIPIENT (WS-RCP-SUB) DELIMITED BY SPACE
               ".rpt" DELIMITED BY SIZE
               INTO WS-PIECE-DSNAME
           MOVE ZERO TO WS-PIECE-SHEETS

           EVALUATE TRUE
               WHEN WS-FERPA-RESTRICTED
                   AND WS-RCP-FERPA (WS-RCP-SUB) NOT = "Y"
                   ADD 1 TO WS-PIECES-WITHHELD
                   MOVE "WITHHELD - NOT FERPA AUTHORIZED"
                       TO WS-PIECE-STATUS
                   MOVE ZERO TO WS-PIECE-PAGES
               WHEN WS-PIECE-PAGES = ZERO
                   ADD 1 TO WS-PIECES-EMPTY
                   MOVE "NO PAGES FOR CAMPUS - NONE MADE"
                       TO WS-PIECE-STATUS
               WHEN OTHER
                   PERFORM WRITE-ONE-PIECE
           END-EVALUATE

           MOVE WS-RCP-COPIES (WS-RCP-SUB) TO WS-COPIES-EDIT
           MOVE WS-PIECE-PAGES  TO WS-PAGES-EDIT
           MOVE WS-PIECE-SHEETS TO WS-SHEETS-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-REPORT-NAME " " WS-RCP-CAMPUS (WS-RCP-SUB)
               "     " WS-RCP-RECIPIENT (WS-RCP-SUB) " "
               WS-RCP-NAME (WS-RCP-SUB) "  " WS-COPIES-EDIT
               "   " WS-PAGES-EDIT " " WS-SHEETS-EDIT "  "
               WS-PIECE-STATUS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> Second pass over the input for this recipient, copying the
       *> pages of its campus (every page for "**").  The manifest
       *> shows the piece once; the sheets column is pages times
       *> copies for the print room.
       WRITE-ONE-PIECE.
           OPEN OUTPUT PIECE-FILE
           IF PIECE-FS NOT = "00"
               ADD 1 TO WS-PIECE-FAILED
               MOVE ZERO TO WS-PIECE-PAGES
               MOVE SPACES TO WS-PIECE-STATUS
               STRING "NOT MADE - OPEN STATUS " PIECE-FS
                   DELIMITED BY SIZE INTO WS-PIECE-STATUS
               DISPLAY "RPTBURST: UNABLE TO OPEN " WS-PIECE-DSNAME
                   " STATUS=" PIECE-FS
           ELSE
               MOVE ZERO TO WS-PIECE-PAGES
               MOVE SPACES TO WS-PAGE-CAMPUS
               MOVE SPACES TO WS-LAST-HEADING
               MOVE "N" TO WS-HEADING-SEEN
               MOVE "Y" TO WS-HEAD-OWED
               MOVE "N" TO WS-PAGE-STARTED
               MOVE "N" TO WS-EOF
               OPEN INPUT IN-PRINT-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ IN-PRINT-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Copy-One-Line
                   END-READ
               END-PERFORM
               CLOSE IN-PRINT-FILE
               CLOSE PIECE-FILE
               ADD 1 TO WS-PIECES-MADE
               COMPUTE WS-PIECE-SHEETS =
                   WS-PIECE-PAGES * WS-RCP-COPIES (WS-RCP-SUB)
               ADD WS-PIECE-SHEETS TO WS-SHEETS-TOTAL
               MOVE WS-PIECE-DSNAME TO WS-PIECE-STATUS
           END-IF.

       *> A "**" piece is the whole file.  A campus piece takes its
       *> campus's lines, each page opened with the heading held
       *> back from the input page; the spacing under a heading is
       *> dropped until the page has a line of the campus's own.
       Copy-One-Line.
           PERFORM CLASSIFY-LINE
           EVALUATE TRUE
               WHEN WS-RCP-CAMPUS (WS-RCP-SUB) = "**"
                   IF WS-IS-HEADING OR WS-PAGE-STARTED = "N"
                       ADD 1 TO WS-PIECE-PAGES
                   END-IF
                   WRITE PIECE-RECORD FROM IN-PRINT-RECORD
               WHEN WS-IS-HEADING
                   MOVE IN-PRINT-RECORD TO WS-LAST-HEADING
                   MOVE "Y" TO WS-HEADING-SEEN
                   MOVE "Y" TO WS-HEAD-OWED
               WHEN IN-PRINT-RECORD = SPACES AND WS-HEAD-OWED = "Y"
                   CONTINUE
               WHEN WS-PAGE-CAMPUS = WS-RCP-CAMPUS (WS-RCP-SUB)
                   IF WS-HEAD-OWED = "Y"
                       ADD 1 TO WS-PIECE-PAGES
                       IF WS-HEADING-SEEN = "Y"
                           WRITE PIECE-RECORD FROM WS-LAST-HEADING
                       END-IF
                       MOVE "N" TO WS-HEAD-OWED
                   END-IF
                   WRITE PIECE-RECORD FROM IN-PRINT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "Y" TO WS-PAGE-STARTED.

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
           STRING "REPORT DISTRIBUTION MANIFEST"
               "  BUSINESS DATE " WS-RUN-DATE
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BURST-INPUT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-INPUT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BURST-REPORT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-REPORT-NAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BURST-PREFIX"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PIECE-PREFIX
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISTRIB-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DIST-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BURST-MANIFEST"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
