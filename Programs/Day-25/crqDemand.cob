       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRQDEMND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO WS-CRSREQ-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS CRSREQ-FS.

           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           COPY "CRSREQRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD TERMCTL-FILE.
       01 TERMCTL-RECORD.
           05 TRM-CURRENT-TERM      PIC 9(2).
           05 TRM-START-DATE        PIC 9(8).
           05 TRM-END-DATE          PIC 9(8).
           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CRSREQ-DSNAME          PIC X(40) VALUE "crsreq.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "crqdemand.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 CRSREQ-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-REQUEST-TERM          PIC 9(2) VALUE ZERO.

       *> A section drawing fewer first choices than this is likely
       *> to run too small to keep.
       01 WS-MIN-SIZE              PIC 9(3) VALUE 10.

       *> Every section on the catalog, with the requests it drew.
       01 WS-SEC-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
               10 WS-SEC-CODE       PIC X(3).
               10 WS-SEC-DESC       PIC X(20).
               10 WS-SEC-CAPACITY   PIC 9(3).
               10 WS-SEC-PERIOD     PIC 9(2).
               10 WS-SEC-FIRST      PIC 9(4).
               10 WS-SEC-ALT        PIC 9(4).
       01 WS-SEC-SUB               PIC 9(3) COMP.
       01 WS-SEC-HIT               PIC 9(3) COMP.
       01 WS-FIND-CODE             PIC X(3).

       *> Sections of the same course share a description - the
       *> course line adds up every section's seats and requests.
       01 WS-CRS-COUNT             PIC 9(3) COMP VALUE ZERO.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 300 TIMES.
               10 WS-CRS-DESC       PIC X(20).
               10 WS-CRS-SECTIONS   PIC 9(3).
               10 WS-CRS-SEATS      PIC 9(5).
               10 WS-CRS-FIRST      PIC 9(5).
               10 WS-CRS-ALT        PIC 9(5).
       01 WS-CRS-SUB               PIC 9(3) COMP.
       01 WS-CRS-HIT               PIC 9(3) COMP.

       *> One student's first choices, held until the student's
       *> requests run out, then checked pairwise for period clashes.
       01 WS-CURRENT-STUDENT       PIC 9(6) VALUE ZERO.
       01 WS-STU-COUNT             PIC 9(2) COMP VALUE ZERO.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 20 TIMES.
               10 WS-STU-CODE       PIC X(3).
               10 WS-STU-PERIOD     PIC 9(2).
       01 WS-STU-I                 PIC 9(2) COMP.
       01 WS-STU-J                 PIC 9(2) COMP.

       *> Clashes found, printed after the demand pages.
       01 WS-CLASH-COUNT           PIC 9(3) COMP VALUE ZERO.
       01 WS-CLASH-TABLE.
           05 WS-CLASH-ENTRY OCCURS 300 TIMES.
               10 WS-CLASH-STUDENT  PIC 9(6).
               10 WS-CLASH-CODE-1   PIC X(3).
               10 WS-CLASH-CODE-2   PIC X(3).
               10 WS-CLASH-PERIOD   PIC 9(2).
       01 WS-CLASH-SUB             PIC 9(3) COMP.
       01 WS-CLASH-LOST            PIC 9(4) VALUE ZERO.

       *> Control totals.
       01 WS-REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-STUDENT-TOTAL         PIC 9(6) VALUE ZERO.
       01 WS-UNKNOWN-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-ADD-SECTION-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-UNDER-MIN-COUNT       PIC 9(4) VALUE ZERO.

       *> STUFIND call arguments.
       01 WS-FIND-NAME             PIC X(20).
       01 WS-FIND-CLASS            PIC X(3).
       01 WS-FIND-STATUS           PIC X(1).
       01 WS-FIND-FLAG             PIC X(1).

       *> Report line pieces.
       01 WS-HEADING-TEXT          PIC X(40) VALUE SPACES.
       01 WS-FILL-PCT              PIC 9(4) VALUE ZERO.
       01 WS-FILL-EDIT             PIC ZZZ9.
       01 WS-SECTIONS-EDIT         PIC ZZ9.
       01 WS-SEATS-EDIT            PIC ZZ,ZZ9.
       01 WS-FIRST-EDIT            PIC ZZ,ZZ9.
       01 WS-ALT-EDIT              PIC ZZ,ZZ9.
       01 WS-FLAG-TEXT             PIC X(16).

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

           IF WS-REQUEST-TERM = ZERO
               PERFORM LOAD-NEXT-TERM
           END-IF
           IF WS-REQUEST-TERM = ZERO
               DISPLAY "CRQDEMND: NO NEXT TERM ON TERM CONTROL"
               STOP RUN
           END-IF

           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CRQDEMND: UNABLE TO OPEN SECTION CATALOG, "
                   "STATUS=" CATALOG-FS
               STOP RUN
           END-IF
           PERFORM LOAD-SECTIONS
           CLOSE CATALOG-FILE

           OPEN INPUT REQUEST-FILE
           IF CRSREQ-FS NOT = "00"
               DISPLAY "CRQDEMND: NO COURSE REQUESTS ON FILE - RUN "
                   "CRQMAINT FIRST, STATUS=" CRSREQ-FS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CRQ-TERM = WS-REQUEST-TERM
                           PERFORM TALLY-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CHECK-STUDENT-CLASHES
           CLOSE REQUEST-FILE

           PERFORM ROLL-UP-COURSES

           OPEN OUTPUT PRINT-FILE
           PERFORM PRINT-COURSE-DEMAND
           PERFORM PRINT-UNDER-MINIMUM
           PERFORM PRINT-CLASHES
           CLOSE PRINT-FILE

           DISPLAY "===== COURSE DEMAND FORECAST - TERM "
               WS-REQUEST-TERM " ====="
           DISPLAY "REQUESTS READ     : " WS-REQUEST-COUNT
           DISPLAY "STUDENTS          : " WS-STUDENT-TOTAL
           DISPLAY "UNKNOWN COURSES   : " WS-UNKNOWN-COUNT
           DISPLAY "COURSES OVER SEATS: " WS-ADD-SECTION-COUNT
           DISPLAY "SECTIONS UNDER MIN: " WS-UNDER-MIN-COUNT
           DISPLAY "PERIOD CLASHES    : " WS-CLASH-COUNT
           IF WS-CLASH-LOST > ZERO
               DISPLAY "CLASHES NOT LISTED: " WS-CLASH-LOST
           END-IF
           DISPLAY "CRQDEMND: REPORT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.

       LOAD-NEXT-TERM.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS = "00"
               READ TERMCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TERMCTL-FS = "00"
                   AND TRM-NEXT-TERM IS NUMERIC
                   MOVE TRM-NEXT-TERM TO WS-REQUEST-TERM
               END-IF
               CLOSE TERMCTL-FILE
           END-IF.

       LOAD-SECTIONS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SEC-COUNT < 300
                           ADD 1 TO WS-SEC-COUNT
                           MOVE CRS-SECTION-CODE
                               TO WS-SEC-CODE (WS-SEC-COUNT)
                           MOVE CRS-DESCRIPTION
                               TO WS-SEC-DESC (WS-SEC-COUNT)
                           MOVE CRS-CAPACITY
                               TO WS-SEC-CAPACITY (WS-SEC-COUNT)
                           MOVE CRS-MEETING-PERIOD
                               TO WS-SEC-PERIOD (WS-SEC-COUNT)
                           MOVE ZERO TO WS-SEC-FIRST (WS-SEC-COUNT)
                           MOVE ZERO TO WS-SEC-ALT (WS-SEC-COUNT)
                       ELSE
                           DISPLAY "CRQDEMND: SECTION TABLE FULL, "
                               CRS-SECTION-CODE " NOT FORECAST"
                       END-IF
               END-READ
           END-PERFORM.

       FIND-SECTION.
           MOVE ZERO TO WS-SEC-HIT
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
                       OR WS-SEC-HIT > ZERO
               IF WS-SEC-CODE (WS-SEC-SUB) = WS-FIND-CODE
                   MOVE WS-SEC-SUB TO WS-SEC-HIT
               END-IF
           END-PERFORM.

       TALLY-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           IF CRQ-STUDENT-ID NOT = WS-CURRENT-STUDENT
               PERFORM CHECK-STUDENT-CLASHES
               MOVE CRQ-STUDENT-ID TO WS-CURRENT-STUDENT
               ADD 1 TO WS-STUDENT-TOTAL
           END-IF

           MOVE CRQ-COURSE-CODE TO WS-FIND-CODE
           PERFORM FIND-SECTION
           IF WS-SEC-HIT = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
               ADD 1 TO WS-SEC-FIRST (WS-SEC-HIT)
               IF WS-STU-COUNT < 20
                   ADD 1 TO WS-STU-COUNT
                   MOVE CRQ-COURSE-CODE TO WS-STU-CODE (WS-STU-COUNT)
                   MOVE WS-SEC-PERIOD (WS-SEC-HIT)
                       TO WS-STU-PERIOD (WS-STU-COUNT)
               END-IF
           END-IF

           IF CRQ-ALTERNATE-CODE NOT = SPACES
               MOVE CRQ-ALTERNATE-CODE TO WS-FIND-CODE
               PERFORM FIND-SECTION
               IF WS-SEC-HIT = ZERO
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   ADD 1 TO WS-SEC-ALT (WS-SEC-HIT)
               END-IF
           END-IF.

       *> Two first choices meeting the same period cannot both be
       *> scheduled - one of them is going to the alternate.
       CHECK-STUDENT-CLASHES.
           PERFORM VARYING WS-STU-I FROM 1 BY 1
                   UNTIL WS-STU-I >= WS-STU-COUNT
               PERFORM VARYING WS-STU-J FROM WS-STU-I BY 1
                       UNTIL WS-STU-J > WS-STU-COUNT
                   IF WS-STU-J > WS-STU-I
                       AND WS-STU-PERIOD (WS-STU-I) > ZERO
                       AND WS-STU-PERIOD (WS-STU-I)
                           = WS-STU-PERIOD (WS-STU-J)
                       PERFORM NOTE-ONE-CLASH
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ZERO TO WS-STU-COUNT.

       NOTE-ONE-CLASH.
           IF WS-CLASH-COUNT < 300
               ADD 1 TO WS-CLASH-COUNT
               MOVE WS-CURRENT-STUDENT
                   TO WS-CLASH-STUDENT (WS-CLASH-COUNT)
               MOVE WS-STU-CODE (WS-STU-I)
                   TO WS-CLASH-CODE-1 (WS-CLASH-COUNT)
               MOVE WS-STU-CODE (WS-STU-J)
                   TO WS-CLASH-CODE-2 (WS-CLASH-COUNT)
               MOVE WS-STU-PERIOD (WS-STU-I)
                   TO WS-CLASH-PERIOD (WS-CLASH-COUNT)
           ELSE
               ADD 1 TO WS-CLASH-LOST
           END-IF.

       ROLL-UP-COURSES.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
               MOVE ZERO TO WS-CRS-HIT
               PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                       UNTIL WS-CRS-SUB > WS-CRS-COUNT
                           OR WS-CRS-HIT > ZERO
                   IF WS-CRS-DESC (WS-CRS-SUB)
                       = WS-SEC-DESC (WS-SEC-SUB)
                       MOVE WS-CRS-SUB TO WS-CRS-HIT
                   END-IF
               END-PERFORM
               IF WS-CRS-HIT = ZERO
                   ADD 1 TO WS-CRS-COUNT
                   MOVE WS-CRS-COUNT TO WS-CRS-HIT
                   MOVE WS-SEC-DESC (WS-SEC-SUB)
                       TO WS-CRS-DESC (WS-CRS-HIT)
                   MOVE ZERO TO WS-CRS-SECTIONS (WS-CRS-HIT)
                       WS-CRS-SEATS (WS-CRS-HIT)
                       WS-CRS-FIRST (WS-CRS-HIT)
                       WS-CRS-ALT (WS-CRS-HIT)
               END-IF
               ADD 1 TO WS-CRS-SECTIONS (WS-CRS-HIT)
               ADD WS-SEC-CAPACITY (WS-SEC-SUB)
                   TO WS-CRS-SEATS (WS-CRS-HIT)
               ADD WS-SEC-FIRST (WS-SEC-SUB)
                   TO WS-CRS-FIRST (WS-CRS-HIT)
               ADD WS-SEC-ALT (WS-SEC-SUB)
                   TO WS-CRS-ALT (WS-CRS-HIT)
           END-PERFORM.

       *> First choices past the course's total seats mean another
       *> section has to open; alternates are shown but not counted
       *> against the seats.
       PRINT-COURSE-DEMAND.
           MOVE "COURSE DEMAND AGAINST SEATS" TO WS-HEADING-TEXT
           PERFORM PRINT-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "COURSE               SECTS  SEATS  FIRST    ALT"
               "  FILL%  ACTION"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
                   UNTIL WS-CRS-SUB > WS-CRS-COUNT
               MOVE SPACES TO WS-FLAG-TEXT
               MOVE ZERO TO WS-FILL-PCT
               IF WS-CRS-SEATS (WS-CRS-SUB) > ZERO
                   COMPUTE WS-FILL-PCT ROUNDED =
                       WS-CRS-FIRST (WS-CRS-SUB) * 100
                       / WS-CRS-SEATS (WS-CRS-SUB)
               END-IF
               IF WS-CRS-FIRST (WS-CRS-SUB) > WS-CRS-SEATS (WS-CRS-SUB)
                   MOVE "ADD SECTION" TO WS-FLAG-TEXT
                   ADD 1 TO WS-ADD-SECTION-COUNT
               END-IF
               MOVE WS-CRS-SECTIONS (WS-CRS-SUB) TO WS-SECTIONS-EDIT
               MOVE WS-CRS-SEATS (WS-CRS-SUB)    TO WS-SEATS-EDIT
               MOVE WS-CRS-FIRST (WS-CRS-SUB)    TO WS-FIRST-EDIT
               MOVE WS-CRS-ALT (WS-CRS-SUB)      TO WS-ALT-EDIT
               MOVE WS-FILL-PCT                  TO WS-FILL-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-CRS-DESC (WS-CRS-SUB) " " WS-SECTIONS-EDIT
                   " " WS-SEATS-EDIT " " WS-FIRST-EDIT " "
                   WS-ALT-EDIT "   " WS-FILL-EDIT "  " WS-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM.

       PRINT-UNDER-MINIMUM.
           MOVE "SECTIONS LIKELY TO RUN UNDER MINIMUM"
               TO WS-HEADING-TEXT
           PERFORM PRINT-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SEC DESCRIPTION          PD  SEATS  FIRST    ALT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > WS-SEC-COUNT
               IF WS-SEC-FIRST (WS-SEC-SUB) < WS-MIN-SIZE
                   ADD 1 TO WS-UNDER-MIN-COUNT
                   MOVE WS-SEC-CAPACITY (WS-SEC-SUB) TO WS-SEATS-EDIT
                   MOVE WS-SEC-FIRST (WS-SEC-SUB)    TO WS-FIRST-EDIT
                   MOVE WS-SEC-ALT (WS-SEC-SUB)      TO WS-ALT-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-SEC-CODE (WS-SEC-SUB) " "
                       WS-SEC-DESC (WS-SEC-SUB) " "
                       WS-SEC-PERIOD (WS-SEC-SUB) " " WS-SEATS-EDIT
                       " " WS-FIRST-EDIT " " WS-ALT-EDIT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM PRINT-A-LINE
               END-IF
           END-PERFORM
           IF WS-UNDER-MIN-COUNT = ZERO
               MOVE "NO SECTIONS UNDER THE MINIMUM" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF.

       PRINT-CLASHES.
           MOVE "REQUESTS CLASHING ON MEETING PERIOD"
               TO WS-HEADING-TEXT
           PERFORM PRINT-PAGE-HEADING
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STUDENT NAME                 FIRST  SECOND  PERIOD"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-CLASH-SUB FROM 1 BY 1
                   UNTIL WS-CLASH-SUB > WS-CLASH-COUNT
               CALL "STUFIND" USING WS-CLASH-STUDENT (WS-CLASH-SUB)
                   WS-FIND-NAME WS-FIND-CLASS WS-FIND-STATUS
                   WS-FIND-FLAG
               IF WS-FIND-FLAG NOT = "Y"
                   MOVE "*NOT ON FILE*" TO WS-FIND-NAME
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-CLASH-STUDENT (WS-CLASH-SUB) "  "
                   WS-FIND-NAME " " WS-CLASH-CODE-1 (WS-CLASH-SUB)
                   "    " WS-CLASH-CODE-2 (WS-CLASH-SUB) "     "
                   WS-CLASH-PERIOD (WS-CLASH-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-PERFORM
           IF WS-CLASH-COUNT = ZERO
               MOVE "NO PERIOD CLASHES AMONG FIRST CHOICES"
                   TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
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
           STRING "COURSE DEMAND FORECAST - TERM " WS-REQUEST-TERM
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRSREQ-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CRSREQ-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CATALOG-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRQDEMAND-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REQUEST-TERM"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-REQUEST-TERM =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CRQ-MIN-SIZE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-MIN-SIZE =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
