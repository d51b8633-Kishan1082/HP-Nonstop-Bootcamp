       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CAT-SUB                PIC 9(2) COMP.

       *> The reports operators may ask to have rerun overnight.
       *> Each entry: PROGRAM-ID, description, lowest authority
       *> level that may request it, then the environment variable
       *> the report reads for campus, section, from-ID, to-ID,
       *> as-of date and its print file (see RPTCATRC).  A report
       *> joins the catalog only once it reads its selection from
       *> the environment - RPTFILL has no other way to pass it.
       01 WS-CATALOG-VALUES.
       *> AGEREPT
           05 FILLER                PIC X(8)  VALUE "AGEREPT".
           05 FILLER                PIC X(30) VALUE "RECEIVABLES AGING".
           05 FILLER                PIC 9(1)  VALUE 2.
           05 FILLER                PIC X(16) VALUE "CAMPUS-FILTER".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "REPORT-FROM-ID".
           05 FILLER                PIC X(16) VALUE "REPORT-TO-ID".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
       *> TRNSCRPT
           05 FILLER                PIC X(8)  VALUE "TRNSCRPT".
           05 FILLER                PIC X(30)
               VALUE "STUDENT TRANSCRIPT".
           05 FILLER                PIC 9(1)  VALUE 3.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "TRANSCRIPT-ID".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
       *> TXBROSTR
           05 FILLER                PIC X(8)  VALUE "TXBROSTR".
           05 FILLER                PIC X(30)
               VALUE "OUTSTANDING TEXTBOOK ROSTER".
           05 FILLER                PIC 9(1)  VALUE 2.
           05 FILLER                PIC X(16) VALUE "CAMPUS-FILTER".
           05 FILLER                PIC X(16) VALUE "REPORT-SECTION".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "TXBROSTR-RPT".
       *> GRADEDST
           05 FILLER                PIC X(8)  VALUE "GRADEDST".
           05 FILLER                PIC X(30)
               VALUE "GRADE DISTRIBUTION".
           05 FILLER                PIC 9(1)  VALUE 3.
           05 FILLER                PIC X(16) VALUE "CAMPUS-FILTER".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "GRADEDST-RPT".
       *> MEDLIST
           05 FILLER                PIC X(8)  VALUE "MEDLIST".
           05 FILLER                PIC X(30)
               VALUE "DAILY MEDICATION LIST".
           05 FILLER                PIC 9(1)  VALUE 6.
           05 FILLER                PIC X(16) VALUE "CAMPUS-FILTER".
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "MED-DATE".
           05 FILLER                PIC X(16) VALUE "MEDLIST-RPT".
       *> PICKRPT
           05 FILLER                PIC X(8)  VALUE "PICKRPT".
           05 FILLER                PIC X(30)
               VALUE "EARLY DISMISSAL PICKUP LOG".
           05 FILLER                PIC 9(1)  VALUE 6.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE "PICKUP-DATE".
           05 FILLER                PIC X(16) VALUE "PICKUP-RPT".
       01 WS-CATALOG-TABLE REDEFINES WS-CATALOG-VALUES.
           05 WS-CATALOG-ENTRY OCCURS 6 TIMES PIC X(135).
       01 WS-CATALOG-MAX            PIC 9(2) COMP VALUE 6.

       LINKAGE SECTION.
       *> "N" returns catalog entry number LS-ENTRY-NUM (listing the
       *> catalog on a screen); "F" finds the entry whose report
       *> code is already in LS-CATALOG-ENTRY.  LS-FOUND-FLAG answers
       *> "Y" when an entry came back.
       01 LS-FUNCTION       PIC X(1).
       01 LS-ENTRY-NUM      PIC 9(2).
       01 LS-CATALOG-ENTRY.
           COPY "RPTCATRC".
       01 LS-FOUND-FLAG     PIC X(1).

       PROCEDURE DIVISION USING LS-FUNCTION LS-ENTRY-NUM
               LS-CATALOG-ENTRY LS-FOUND-FLAG.
       Main-Para.
           MOVE "N" TO LS-FOUND-FLAG
           EVALUATE LS-FUNCTION
               WHEN "N"
                   IF LS-ENTRY-NUM > ZERO
                       AND LS-ENTRY-NUM <= WS-CATALOG-MAX
                       MOVE WS-CATALOG-ENTRY (LS-ENTRY-NUM)
                           TO LS-CATALOG-ENTRY
                       MOVE "Y" TO LS-FOUND-FLAG
                   END-IF
               WHEN "F"
                   PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                           UNTIL WS-CAT-SUB > WS-CATALOG-MAX
                              OR LS-FOUND-FLAG = "Y"
                       IF WS-CATALOG-ENTRY (WS-CAT-SUB) (1:8) =
                           RCG-REPORT-CODE
                           MOVE WS-CATALOG-ENTRY (WS-CAT-SUB)
                               TO LS-CATALOG-ENTRY
                           MOVE WS-CAT-SUB TO LS-ENTRY-NUM
                           MOVE "Y" TO LS-FOUND-FLAG
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "RPTCAT: UNKNOWN FUNCTION CODE: "
                       LS-FUNCTION
           END-EVALUATE
           EXIT PROGRAM.
