       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The incidents DISCMNT keeps.  The term-end summary
           *> counts the ones dated inside the current term, by
           *> campus and incident type.
           SELECT DISCIPLINE-FILE ASSIGN TO WS-DISCIPL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSC-KEY
               FILE STATUS IS DISCIPL-FS.

           SELECT TERMCTL-FILE ASSIGN TO WS-TERMCTL-DSNAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS TRM-KEY
               FILE STATUS IS TERMCTL-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

           SELECT DISC-WORK ASSIGN TO "discsum.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD DISCIPLINE-FILE.
       01 DISCIPLINE-RECORD.
           COPY "DISCRC".

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

       SD DISC-WORK.
       01 DISC-WORK-RECORD.
           05 DWK-CAMPUS            PIC X(2).
           05 DWK-INCIDENT-TYPE     PIC X(3).
           05 DWK-STUDENT-ID        PIC 9(6).
           05 DWK-ACTION-TAKEN      PIC X(1).
           05 DWK-SUSP-DAYS         PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-DISCIPL-DSNAME         PIC X(40) VALUE "discipl.idx".
       01 WS-TERMCTL-DSNAME         PIC X(40) VALUE "termctl.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "discsum.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 DISCIPL-FS               PIC XX.
       01 TERMCTL-FS               PIC XX.
       01 PRINT-FS                 PIC XX.
       01 TRM-KEY                  PIC 9(4).
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-WORK-EOF              PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TERM-NUMBER           PIC 9(2) VALUE ZERO.
       01 WS-TERM-START            PIC 9(8) VALUE ZERO.
       01 WS-TERM-END              PIC 9(8) VALUE 99999999.
       01 WS-ROWS-READ             PIC 9(6) VALUE ZERO.
       01 WS-ROWS-IN-TERM          PIC 9(6) VALUE ZERO.

       *> Control breaks: campus, then incident type.  One set of
       *> counters per level - type line, campus total, district
       *> total - each holding incidents, warnings/detentions,
       *> in-school, out-of-school and suspension days.
       01 WS-CURRENT-CAMPUS        PIC X(2) VALUE SPACES.
       01 WS-CURRENT-TYPE          PIC X(3) VALUE SPACES.
       01 WS-CAMPUS-OPEN           PIC X VALUE "N".
       01 WS-TYPE-OPEN             PIC X VALUE "N".
       01 WS-LEVEL-COUNTS.
           05 WS-LEVEL OCCURS 3 TIMES.
               10 WS-LVL-INCIDENTS  PIC 9(6).
               10 WS-LVL-MINOR      PIC 9(6).
               10 WS-LVL-IN-SCHOOL  PIC 9(6).
               10 WS-LVL-OUT        PIC 9(6).
               10 WS-LVL-DAYS       PIC 9(6).
       01 WS-LVL-SUB               PIC 9(1) COMP.
       01 WS-LINE-LABEL            PIC X(22).
       01 WS-TYPE-NAME             PIC X(18).
       01 WS-COUNT-EDIT-1          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-4          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-5          PIC ZZZ,ZZ9.

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
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           PERFORM LOAD-TERM-DATES

           OPEN INPUT DISCIPLINE-FILE
           IF DISCIPL-FS NOT = "00"
               DISPLAY "DISCSUM: NO DISCIPLINE FILE ON SYSTEM, "
                   "STATUS=" DISCIPL-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "CAMPUS INCIDENT TYPE           INCIDENTS  "
               "WARN/DET  IN-SCHL  OUT-SCHL  SUSP DAYS"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE ZERO TO WS-LEVEL-COUNTS

           SORT DISC-WORK
               ON ASCENDING KEY DWK-CAMPUS
               ON ASCENDING KEY DWK-INCIDENT-TYPE
               ON ASCENDING KEY DWK-STUDENT-ID
               INPUT PROCEDURE IS SELECT-TERM-INCIDENTS
               OUTPUT PROCEDURE IS PRINT-THE-SUMMARY

           CLOSE DISCIPLINE-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== DISCIPLINE SUMMARY - TERM " WS-TERM-NUMBER
               " ====="
           DISPLAY "INCIDENTS ON FILE   : " WS-ROWS-READ
           DISPLAY "INCIDENTS IN TERM   : " WS-ROWS-IN-TERM
           DISPLAY "OUT-OF-SCHOOL       : " WS-LVL-OUT (3)
           DISPLAY "SUSPENSION DAYS     : " WS-LVL-DAYS (3)

           STOP RUN.

       LOAD-TERM-DATES.
           MOVE 1 TO TRM-KEY
           OPEN INPUT TERMCTL-FILE
           IF TERMCTL-FS = "00"
               READ TERMCTL-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF TERMCTL-FS = "00"
                   AND TRM-START-DATE IS NUMERIC
                   AND TRM-START-DATE NOT = ZERO
                   MOVE TRM-CURRENT-TERM TO WS-TERM-NUMBER
                   MOVE TRM-START-DATE   TO WS-TERM-START
                   MOVE TRM-END-DATE     TO WS-TERM-END
               END-IF
               CLOSE TERMCTL-FILE
           ELSE
               DISPLAY "DISCSUM: NO TERM CONTROL - SUMMARIZING EVERY "
                   "INCIDENT ON FILE"
           END-IF.

       SELECT-TERM-INCIDENTS.
           PERFORM UNTIL WS-EOF = "Y"
               READ DISCIPLINE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF DSC-INCIDENT-DATE >= WS-TERM-START
                           AND DSC-INCIDENT-DATE <= WS-TERM-END
                           ADD 1 TO WS-ROWS-IN-TERM
                           MOVE DSC-CAMPUS        TO DWK-CAMPUS
                           MOVE DSC-INCIDENT-TYPE TO DWK-INCIDENT-TYPE
                           MOVE DSC-STUDENT-ID    TO DWK-STUDENT-ID
                           MOVE DSC-ACTION-TAKEN  TO DWK-ACTION-TAKEN
                           MOVE DSC-SUSP-DAYS     TO DWK-SUSP-DAYS
                           RELEASE DISC-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-THE-SUMMARY.
           PERFORM UNTIL WS-WORK-EOF = "Y"
               RETURN DISC-WORK
                   AT END MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-INCIDENT
               END-RETURN
           END-PERFORM
           IF WS-TYPE-OPEN = "Y"
               PERFORM PRINT-TYPE-LINE
           END-IF
           IF WS-CAMPUS-OPEN = "Y"
               PERFORM PRINT-CAMPUS-TOTAL
           END-IF
           MOVE "DISTRICT TOTAL" TO WS-LINE-LABEL
           MOVE "**" TO WS-CURRENT-CAMPUS
           MOVE 3 TO WS-LVL-SUB
           PERFORM PRINT-COUNT-LINE.

       TAKE-ONE-INCIDENT.
           IF WS-TYPE-OPEN = "Y"
               AND (DWK-CAMPUS NOT = WS-CURRENT-CAMPUS
                 OR DWK-INCIDENT-TYPE NOT = WS-CURRENT-TYPE)
               PERFORM PRINT-TYPE-LINE
           END-IF
           IF WS-CAMPUS-OPEN = "Y"
               AND DWK-CAMPUS NOT = WS-CURRENT-CAMPUS
               PERFORM PRINT-CAMPUS-TOTAL
           END-IF
           IF WS-CAMPUS-OPEN NOT = "Y"
               MOVE DWK-CAMPUS TO WS-CURRENT-CAMPUS
               MOVE "Y" TO WS-CAMPUS-OPEN
               MOVE ZERO TO WS-LEVEL (2)
           END-IF
           IF WS-TYPE-OPEN NOT = "Y"
               MOVE DWK-INCIDENT-TYPE TO WS-CURRENT-TYPE
               MOVE "Y" TO WS-TYPE-OPEN
               MOVE ZERO TO WS-LEVEL (1)
           END-IF
           PERFORM VARYING WS-LVL-SUB FROM 1 BY 1
                   UNTIL WS-LVL-SUB > 3
               ADD 1 TO WS-LVL-INCIDENTS (WS-LVL-SUB)
               EVALUATE DWK-ACTION-TAKEN
                   WHEN "I"
                       ADD 1 TO WS-LVL-IN-SCHOOL (WS-LVL-SUB)
                   WHEN "S"
                   WHEN "E"
                       ADD 1 TO WS-LVL-OUT (WS-LVL-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-LVL-MINOR (WS-LVL-SUB)
               END-EVALUATE
               ADD DWK-SUSP-DAYS TO WS-LVL-DAYS (WS-LVL-SUB)
           END-PERFORM.

       PRINT-TYPE-LINE.
           EVALUATE WS-CURRENT-TYPE
               WHEN "FGT" MOVE "FIGHTING"          TO WS-TYPE-NAME
               WHEN "BUL" MOVE "BULLYING"          TO WS-TYPE-NAME
               WHEN "DEF" MOVE "DEFIANCE"          TO WS-TYPE-NAME
               WHEN "DRG" MOVE "DRUGS/ALCOHOL"     TO WS-TYPE-NAME
               WHEN "WPN" MOVE "WEAPON"            TO WS-TYPE-NAME
               WHEN "VAN" MOVE "VANDALISM"         TO WS-TYPE-NAME
               WHEN "THF" MOVE "THEFT"             TO WS-TYPE-NAME
               WHEN "SKP" MOVE "SKIPPING CLASS"    TO WS-TYPE-NAME
               WHEN "OTH" MOVE "OTHER"             TO WS-TYPE-NAME
               WHEN OTHER MOVE "*UNKNOWN TYPE*"    TO WS-TYPE-NAME
           END-EVALUATE
           MOVE SPACES TO WS-LINE-LABEL
           STRING WS-CURRENT-TYPE " " WS-TYPE-NAME
               DELIMITED BY SIZE INTO WS-LINE-LABEL
           MOVE 1 TO WS-LVL-SUB
           PERFORM PRINT-COUNT-LINE
           MOVE "N" TO WS-TYPE-OPEN.

       PRINT-CAMPUS-TOTAL.
           MOVE "CAMPUS TOTAL" TO WS-LINE-LABEL
           MOVE 2 TO WS-LVL-SUB
           PERFORM PRINT-COUNT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           MOVE "N" TO WS-CAMPUS-OPEN.

       PRINT-COUNT-LINE.
           MOVE WS-LVL-INCIDENTS (WS-LVL-SUB) TO WS-COUNT-EDIT-1
           MOVE WS-LVL-MINOR (WS-LVL-SUB)     TO WS-COUNT-EDIT-2
           MOVE WS-LVL-IN-SCHOOL (WS-LVL-SUB) TO WS-COUNT-EDIT-3
           MOVE WS-LVL-OUT (WS-LVL-SUB)       TO WS-COUNT-EDIT-4
           MOVE WS-LVL-DAYS (WS-LVL-SUB)      TO WS-COUNT-EDIT-5
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-CURRENT-CAMPUS "     " WS-LINE-LABEL
               "  " WS-COUNT-EDIT-1 "   " WS-COUNT-EDIT-2
               "  " WS-COUNT-EDIT-3 "   " WS-COUNT-EDIT-4
               "    " WS-COUNT-EDIT-5
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
           STRING "DISCIPLINE SUMMARY - TERM " WS-TERM-NUMBER
               " " WS-TERM-START "-" WS-TERM-END
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISCIPLINE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DISCIPL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TERMCTL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TERMCTL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DISCSUM-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF.
