       01 WS-ROSTER-EOF            PIC X VALUE "N".
       01 WS-CURRENT-SECTION       PIC X(3) VALUE SPACES.

       *> One campus (CAMPUS-FILTER) and/or one homeroom section
       *> (REPORT-SECTION) for a single teacher's chase list - spaces
       *> roster everyone.  Holders gone from the master carry no
       *> campus or section, so they list only on the full roster.
       01 WS-CAMPUS-FILTER         PIC X(2) VALUE SPACES.
       01 WS-SECTION-FILTER        PIC X(3) VALUE SPACES.
       01 WS-HOLDER-FLAG           PIC X VALUE "N".
           88 WS-HOLDER-SELECTED   VALUE "Y".

       *> Print-file plumbing: business-dated page headings.
       01 WS-PRINT-LINE            PIC X(100).
       01 WS-PAGE-DEPTH            PIC 9(3) VALUE 55.
       *> holder who has vanished from the master still lists, under
       *> a "???" section at the top of the roster.
       RELEASE-ONE-ISSUE.
           MOVE "Y" TO WS-HOLDER-FLAG
           MOVE TXB-ISSUED-TO TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   IF WS-CAMPUS-FILTER NOT = SPACES
                       OR WS-SECTION-FILTER NOT = SPACES
                       MOVE "N" TO WS-HOLDER-FLAG
                   END-IF
                   MOVE "???"  TO RSW-SECTION
                   MOVE SPACES TO RSW-STUDENT-NAME
               NOT INVALID KEY
                   IF (WS-CAMPUS-FILTER NOT = SPACES
                           AND STUDENT-CAMPUS NOT = WS-CAMPUS-FILTER)
                       OR (WS-SECTION-FILTER NOT = SPACES
                           AND STUDENT-CLASS NOT = WS-SECTION-FILTER)
                       MOVE "N" TO WS-HOLDER-FLAG
                   END-IF
                   MOVE STUDENT-CLASS TO RSW-SECTION
                   MOVE STUDENT-NAME  TO RSW-STUDENT-NAME
           END-READ
           IF WS-HOLDER-SELECTED
               PERFORM RELEASE-SELECTED-ISSUE
           END-IF.

       RELEASE-SELECTED-ISSUE.
           ADD 1 TO WS-OUTSTANDING-COUNT
           IF RSW-SECTION = "???"
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           MOVE TXB-ISSUED-TO  TO RSW-STUDENT-ID
           MOVE TXB-TITLE-CODE TO RSW-TITLE-CODE
           MOVE TXB-COPY-NUM   TO RSW-COPY-NUM
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-NUM-EDIT
           MOVE SPACES TO PRINT-RECORD
           IF WS-CAMPUS-FILTER = SPACES
               STRING "OUTSTANDING TEXTBOOK ISSUES"
                   "  BUSINESS DATE " WS-RUN-DATE
                   "  PAGE " WS-PAGE-NUM-EDIT
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING "OUTSTANDING TEXTBOOK ISSUES - CAMPUS "
                   WS-CAMPUS-FILTER
                   "  BUSINESS DATE " WS-RUN-DATE
                   "  PAGE " WS-PAGE-NUM-EDIT
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CAMPUS-FILTER"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CAMPUS-FILTER
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "REPORT-SECTION"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-SECTION-FILTER
           END-IF.
