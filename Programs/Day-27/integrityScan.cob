       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSCN.

      *> The weekly referential integrity scan.  Every file that
      *> carries a student ID is read front to back in key order and
      *> each row is checked against the student master: rows whose
      *> student is gone altogether (orphans), rows a deactivation
      *> should have closed (an enrollment still open, a bus seat
      *> still held, a textbook never returned), and rows that break
      *> a rule across two files (a section the catalog does not
      *> list, a route the route master does not list, a charge code
      *> the charge-code reference does not list).  Nothing is
      *> changed - the report is the data team's work list, with
      *> counts by file and rule on its last page.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> The reference files the cross-file rules look up.
           SELECT CATALOG-FILE ASSIGN TO WS-CATALOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

           SELECT ROUTE-FILE ASSIGN TO WS-ROUTE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTM-ROUTE-CODE
               FILE STATUS IS ROUTE-FS.

           SELECT CHGCODE-FILE ASSIGN TO WS-CHGCODE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCR-CHARGE-CODE
               FILE STATUS IS CHGCODE-FS.

           *> The student-keyed files the scan walks.
           SELECT CHARGE-FILE ASSIGN TO WS-CHARGE-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS CHARGE-FS.

           SELECT ENROLL-FILE ASSIGN TO WS-ENROLL-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS ENROLL-FS.

           SELECT CONTACT-FILE ASSIGN TO WS-CONTACT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-KEY
               FILE STATUS IS CONTACT-FS.

           SELECT HOLD-FILE ASSIGN TO WS-HOLD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS HOLD-FS.

           SELECT AWARD-FILE ASSIGN TO WS-AWARD-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWD-KEY
               FILE STATUS IS AWARD-FS.

           SELECT PLAN-FILE ASSIGN TO WS-PLAN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-KEY
               FILE STATUS IS PLAN-FS.

           SELECT ASSIGN-FILE ASSIGN TO WS-ASSIGN-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAS-STUDENT-ID
               FILE STATUS IS ASSIGN-FS.

           SELECT TEXTBOOK-FILE ASSIGN TO WS-TEXTBOOK-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXB-KEY
               FILE STATUS IS TEXTBOOK-FS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       FD ROUTE-FILE.
       01 ROUTE-RECORD.
           COPY "BUSRTERC".

       FD CHGCODE-FILE.
       01 CHGCODE-RECORD.
           COPY "CHGCODRC".

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
           COPY "CHARGERC".

       FD ENROLL-FILE.
       01 ENROLL-RECORD.
           COPY "ENROLLRC".

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           COPY "CONTACTRC".

       FD HOLD-FILE.
       01 HOLD-RECORD.
           COPY "HOLDRC".

       FD AWARD-FILE.
       01 AWARD-RECORD.
           COPY "AWARDRC".

       FD PLAN-FILE.
       01 PLAN-RECORD.
           COPY "PLANRC".

       FD ASSIGN-FILE.
       01 ASSIGN-RECORD.
           COPY "BUSASGRC".

       FD TEXTBOOK-FILE.
       01 TEXTBOOK-RECORD.
           COPY "TEXTBKRC".

       FD PRINT-FILE.
       01 PRINT-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-ROUTE-DSNAME           PIC X(40) VALUE "busroute.idx".
       01 WS-CHGCODE-DSNAME         PIC X(40) VALUE "chgcode.idx".
       01 WS-CHARGE-DSNAME          PIC X(40) VALUE "charges.idx".
       01 WS-ENROLL-DSNAME          PIC X(40) VALUE "enroll.idx".
       01 WS-CONTACT-DSNAME         PIC X(40) VALUE "contacts.idx".
       01 WS-HOLD-DSNAME            PIC X(40) VALUE "holds.idx".
       01 WS-AWARD-DSNAME           PIC X(40) VALUE "awards.idx".
       01 WS-PLAN-DSNAME            PIC X(40) VALUE "payplan.idx".
       01 WS-ASSIGN-DSNAME          PIC X(40) VALUE "busasgn.idx".
       01 WS-TEXTBOOK-DSNAME        PIC X(40) VALUE "textbook.idx".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "integscn.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 CATALOG-FS               PIC XX.
       01 ROUTE-FS                 PIC XX.
       01 CHGCODE-FS               PIC XX.
       01 CHARGE-FS                PIC XX.
       01 ENROLL-FS                PIC XX.
       01 CONTACT-FS               PIC XX.
       01 HOLD-FS                  PIC XX.
       01 AWARD-FS                 PIC XX.
       01 PLAN-FS                  PIC XX.
       01 ASSIGN-FS                PIC XX.
       01 TEXTBOOK-FS              PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.

       *> The reference files are optional: a rule whose reference
       *> is not on the system is skipped (the charge-code rule falls
       *> back to the CHARGERC code list, as CHGPOST does).
       01 WS-CATALOG-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CATALOG      VALUE "Y".
       01 WS-ROUTE-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-ROUTES       VALUE "Y".
       01 WS-CHGCODE-ON-FILE       PIC X VALUE "N".
           88 WS-HAVE-CHGCODES     VALUE "Y".

       *> The master lookup for the row in hand.  Rows come in
       *> student order, so the last answer is kept and reused until
       *> the ID changes.
       01 WS-LOOKUP-ID             PIC 9(6) VALUE ZERO.
       01 WS-LAST-LOOKUP-ID        PIC 9(6) VALUE ZERO.
       01 WS-MASTER-STATE          PIC X VALUE SPACE.
           88 WS-NOT-ON-MASTER     VALUE "N".
           88 WS-MASTER-ACTIVE     VALUE "A".
           88 WS-MASTER-DEACTIVATED VALUE "D".
       01 WS-MASTER-READS          PIC 9(7) VALUE ZERO.

       *> One entry per scanned file, in the order the report lists
       *> them, with a count of rows read and of exceptions under
       *> each rule: 1 orphan, 2 open row for a deactivated student,
       *> 3 cross-file rule broken.
       01 WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 8 TIMES.
               10 WS-FILE-NAME         PIC X(8).
               10 WS-FILE-STATE        PIC X(1).
                   88 WS-FILE-SCANNED  VALUE "S".
                   88 WS-FILE-MISSING  VALUE "M".
               10 WS-FILE-ROWS         PIC 9(7).
               10 WS-FILE-RULE-COUNT   PIC 9(6) OCCURS 3 TIMES.
       01 WS-FILE-SUB              PIC 9(2) COMP.
       01 WS-RULE-SUB              PIC 9(1) COMP.
       01 WS-RULE-TOTAL            PIC 9(6) OCCURS 3 TIMES.

       *> The exception in hand, filled in by each file's check
       *> before RECORD-EXCEPTION prints and counts it.
       01 WS-EXC-KEY               PIC X(20).
       01 WS-EXC-STUDENT-ID        PIC 9(6).
       01 WS-EXC-RULE-TEXT         PIC X(32).
       01 WS-EXC-DETAIL            PIC X(28).

       01 WS-ROWS-READ             PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-FILES-SCANNED         PIC 9(2) VALUE ZERO.
       01 WS-FILES-MISSING         PIC 9(2) VALUE ZERO.
       01 WS-ROWS-EDIT             PIC Z,ZZZ,ZZ9.
       01 WS-COUNT-EDIT-1          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT           PIC -ZZ,ZZ9.99.

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
           PERFORM SET-UP-FILE-TABLE

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "INTEGSCN: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               STOP RUN
           END-IF

           OPEN OUTPUT PRINT-FILE
           IF PRINT-FS NOT = "00"
               DISPLAY "INTEGSCN: UNABLE TO OPEN REPORT, STATUS="
                   PRINT-FS
               STOP RUN
           END-IF

           PERFORM OPEN-REFERENCE-FILES

           MOVE SPACES TO WS-HEADING-TEXT
           STRING "FILE     KEY                  STUDNT "
               "RULE                             DETAIL"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT

           PERFORM SCAN-CHARGES
           PERFORM SCAN-ENROLLMENTS
           PERFORM SCAN-CONTACTS
           PERFORM SCAN-HOLDS
           PERFORM SCAN-AWARDS
           PERFORM SCAN-PAYMENT-PLANS
           PERFORM SCAN-BUS-ASSIGNMENTS
           PERFORM SCAN-TEXTBOOKS

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  NO EXCEPTIONS FOUND" TO WS-PRINT-LINE
               PERFORM PRINT-A-LINE
           END-IF

           PERFORM PRINT-COUNTS-PAGE
           PERFORM CLOSE-REFERENCE-FILES

           CLOSE STUDENT-FILE
           CLOSE PRINT-FILE

           DISPLAY "===== REFERENTIAL INTEGRITY SCAN ====="
           DISPLAY "FILES SCANNED     : " WS-FILES-SCANNED
           DISPLAY "FILES NOT ON FILE : " WS-FILES-MISSING
           DISPLAY "ROWS READ         : " WS-ROWS-READ
           DISPLAY "MASTER LOOKUPS    : " WS-MASTER-READS
           DISPLAY "ORPHAN ROWS       : " WS-RULE-TOTAL (1)
           DISPLAY "OPEN, DEACTIVATED : " WS-RULE-TOTAL (2)
           DISPLAY "CROSS-FILE BREAKS : " WS-RULE-TOTAL (3)
           DISPLAY "TOTAL EXCEPTIONS  : " WS-EXCEPTION-COUNT
           DISPLAY "INTEGSCN: REPORT WRITTEN TO " WS-PRINT-DSNAME

           STOP RUN.

       SET-UP-FILE-TABLE.
           MOVE "CHARGES"  TO WS-FILE-NAME (1)
           MOVE "ENROLL"   TO WS-FILE-NAME (2)
           MOVE "CONTACTS" TO WS-FILE-NAME (3)
           MOVE "HOLDS"    TO WS-FILE-NAME (4)
           MOVE "AWARDS"   TO WS-FILE-NAME (5)
           MOVE "PAYPLAN"  TO WS-FILE-NAME (6)
           MOVE "BUSASGN"  TO WS-FILE-NAME (7)
           MOVE "TEXTBOOK" TO WS-FILE-NAME (8)
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               MOVE "M" TO WS-FILE-STATE (WS-FILE-SUB)
               MOVE ZERO TO WS-FILE-ROWS (WS-FILE-SUB)
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > 3
                   MOVE ZERO TO WS-FILE-RULE-COUNT (WS-FILE-SUB
                       WS-RULE-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 3
               MOVE ZERO TO WS-RULE-TOTAL (WS-RULE-SUB)
           END-PERFORM.

       OPEN-REFERENCE-FILES.
           OPEN INPUT CATALOG-FILE
           IF CATALOG-FS = "00"
               MOVE "Y" TO WS-CATALOG-ON-FILE
           ELSE
               DISPLAY "INTEGSCN: NO COURSE CATALOG ON SYSTEM - "
                   "SECTION RULE SKIPPED, STATUS=" CATALOG-FS
           END-IF

           OPEN INPUT ROUTE-FILE
           IF ROUTE-FS = "00"
               MOVE "Y" TO WS-ROUTE-ON-FILE
           ELSE
               DISPLAY "INTEGSCN: NO ROUTE MASTER ON SYSTEM - "
                   "ROUTE RULE SKIPPED, STATUS=" ROUTE-FS
           END-IF

           OPEN INPUT CHGCODE-FILE
           IF CHGCODE-FS = "00"
               MOVE "Y" TO WS-CHGCODE-ON-FILE
           END-IF.

       CLOSE-REFERENCE-FILES.
           IF WS-HAVE-CATALOG
               CLOSE CATALOG-FILE
           END-IF
           IF WS-HAVE-ROUTES
               CLOSE ROUTE-FILE
           END-IF
           IF WS-HAVE-CHGCODES
               CLOSE CHGCODE-FILE
           END-IF.

       *> Charges: an orphan item, or a charge code the reference
       *> does not carry.  Open items for a deactivated student are
       *> still owed and are collections' business, not ours.
       SCAN-CHARGES.
           MOVE 1 TO WS-FILE-SUB
           OPEN INPUT CHARGE-FILE
           IF CHARGE-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CHARGE-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Charge
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.

       Check-One-Charge.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING CHG-STUDENT-ID "/" CHG-ITEM-SEQ
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE CHG-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           IF WS-NOT-ON-MASTER
               MOVE CHG-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "CODE " CHG-CHARGE-CODE " AMT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RECORD-ORPHAN
           END-IF

           IF WS-HAVE-CHGCODES
               MOVE CHG-CHARGE-CODE TO CCR-CHARGE-CODE
               READ CHGCODE-FILE
                   INVALID KEY PERFORM Charge-Code-Not-On-File
               END-READ
           ELSE
               IF NOT CHG-CODE-VALID
                   PERFORM Charge-Code-Not-On-File
               END-IF
           END-IF.

       Charge-Code-Not-On-File.
           MOVE 3 TO WS-RULE-SUB
           MOVE "CHARGE CODE NOT ON REFERENCE" TO WS-EXC-RULE-TEXT
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "CODE " CHG-CHARGE-CODE
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

       *> Enrollments: an orphan row, a deactivated student still
       *> shown enrolled, or a section the catalog does not list.
       SCAN-ENROLLMENTS.
           MOVE 2 TO WS-FILE-SUB
           OPEN INPUT ENROLL-FILE
           IF ENROLL-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLL-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Enrollment
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.

       Check-One-Enrollment.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING ENR-STUDENT-ID "/" ENR-COURSE-CODE "/" ENR-TERM
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE ENR-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "SECTION " ENR-COURSE-CODE " STATUS " ENR-STATUS
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           IF WS-NOT-ON-MASTER
               PERFORM RECORD-ORPHAN
           END-IF
           IF WS-MASTER-DEACTIVATED AND ENR-ENROLLED
               MOVE "ENROLLMENT STILL OPEN" TO WS-EXC-RULE-TEXT
               PERFORM RECORD-DEACTIVATED-OPEN
           END-IF

           IF WS-HAVE-CATALOG
               MOVE ENR-COURSE-CODE TO CRS-SECTION-CODE
               READ CATALOG-FILE
                   INVALID KEY
                       MOVE 3 TO WS-RULE-SUB
                       MOVE "SECTION NOT IN CATALOG"
                           TO WS-EXC-RULE-TEXT
                       PERFORM RECORD-EXCEPTION
               END-READ
           END-IF.

       *> Contacts: orphans only - a deactivated student's contacts
       *> stay on file for records requests.
       SCAN-CONTACTS.
           MOVE 3 TO WS-FILE-SUB
           OPEN INPUT CONTACT-FILE
           IF CONTACT-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Contact
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

       Check-One-Contact.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING CNT-STUDENT-ID "/" CNT-PRIORITY
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE CNT-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           IF WS-NOT-ON-MASTER
               MOVE CNT-NAME TO WS-EXC-DETAIL
               PERFORM RECORD-ORPHAN
           END-IF.

       *> Holds: orphans only - a business hold outlives the
       *> student's deactivation until the balance is settled.
       SCAN-HOLDS.
           MOVE 4 TO WS-FILE-SUB
           OPEN INPUT HOLD-FILE
           IF HOLD-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Hold
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       Check-One-Hold.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING HLD-STUDENT-ID "/" HLD-TYPE
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE HLD-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           IF WS-NOT-ON-MASTER
               MOVE HLD-REASON TO WS-EXC-DETAIL
               PERFORM RECORD-ORPHAN
           END-IF.

       *> Awards: orphans only.
       SCAN-AWARDS.
           MOVE 5 TO WS-FILE-SUB
           OPEN INPUT AWARD-FILE
           IF AWARD-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ AWARD-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Award
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

       Check-One-Award.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING AWD-STUDENT-ID "/" AWD-AWARD-CODE "/" AWD-TERM
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE AWD-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           IF WS-NOT-ON-MASTER
               MOVE AWD-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "AWARD " AWD-AWARD-CODE " AMT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RECORD-ORPHAN
           END-IF.

       *> Payment plans: orphans only - installments still due from
       *> a deactivated student are owed like any open charge.
       SCAN-PAYMENT-PLANS.
           MOVE 6 TO WS-FILE-SUB
           OPEN INPUT PLAN-FILE
           IF PLAN-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PLAN-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Installment
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       Check-One-Installment.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           STRING PLN-STUDENT-ID "/" PLN-INSTALLMENT-NUM
               DELIMITED BY SIZE INTO WS-EXC-KEY
           MOVE PLN-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           IF WS-NOT-ON-MASTER
               MOVE PLN-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "DUE " PLN-DUE-DATE " AMT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM RECORD-ORPHAN
           END-IF.

       *> Bus assignments: an orphan seat, a seat still held by a
       *> deactivated student, or a route the route master lacks.
       SCAN-BUS-ASSIGNMENTS.
           MOVE 7 TO WS-FILE-SUB
           OPEN INPUT ASSIGN-FILE
           IF ASSIGN-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ASSIGN-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Assignment
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-FILE
           END-IF.

       Check-One-Assignment.
           PERFORM COUNT-ROW-READ
           MOVE SPACES TO WS-EXC-KEY
           MOVE BAS-STUDENT-ID TO WS-EXC-KEY
           MOVE BAS-STUDENT-ID TO WS-LOOKUP-ID
           PERFORM LOOK-UP-STUDENT
           MOVE SPACES TO WS-EXC-DETAIL
           STRING "ROUTE " BAS-ROUTE-CODE " " BAS-STOP
               DELIMITED BY SIZE INTO WS-EXC-DETAIL
           IF WS-NOT-ON-MASTER
               PERFORM RECORD-ORPHAN
           END-IF
           IF WS-MASTER-DEACTIVATED
               MOVE "BUS SEAT STILL ASSIGNED" TO WS-EXC-RULE-TEXT
               PERFORM RECORD-DEACTIVATED-OPEN
           END-IF

           IF WS-HAVE-ROUTES
               MOVE BAS-ROUTE-CODE TO RTM-ROUTE-CODE
               READ ROUTE-FILE
                   INVALID KEY
                       MOVE 3 TO WS-RULE-SUB
                       MOVE "ROUTE NOT ON ROUTE MASTER"
                           TO WS-EXC-RULE-TEXT
                       PERFORM RECORD-EXCEPTION
               END-READ
           END-IF.

       *> Textbooks are keyed by title and copy, not by student; only
       *> a copy out on issue names a student, so only those rows
       *> are checked - an orphan borrower, or a book still out to a
       *> deactivated student.
       SCAN-TEXTBOOKS.
           MOVE 8 TO WS-FILE-SUB
           OPEN INPUT TEXTBOOK-FILE
           IF TEXTBOOK-FS NOT = "00"
               PERFORM NOTE-FILE-MISSING
           ELSE
               PERFORM NOTE-FILE-SCANNED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TEXTBOOK-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM Check-One-Textbook
                   END-READ
               END-PERFORM
               CLOSE TEXTBOOK-FILE
           END-IF.

       Check-One-Textbook.
           PERFORM COUNT-ROW-READ
           IF TXB-ISSUED
               MOVE SPACES TO WS-EXC-KEY
               STRING TXB-TITLE-CODE "/" TXB-COPY-NUM
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               MOVE TXB-ISSUED-TO TO WS-LOOKUP-ID
               PERFORM LOOK-UP-STUDENT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING TXB-TITLE " " TXB-ISSUE-DATE
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               IF WS-NOT-ON-MASTER
                   PERFORM RECORD-ORPHAN
               END-IF
               IF WS-MASTER-DEACTIVATED
                   MOVE "BOOK NOT RETURNED" TO WS-EXC-RULE-TEXT
                   PERFORM RECORD-DEACTIVATED-OPEN
               END-IF
           END-IF.

       NOTE-FILE-MISSING.
           SET WS-FILE-MISSING (WS-FILE-SUB) TO TRUE
           ADD 1 TO WS-FILES-MISSING
           DISPLAY "INTEGSCN: " WS-FILE-NAME (WS-FILE-SUB)
               " NOT ON SYSTEM - NOT SCANNED".

       NOTE-FILE-SCANNED.
           SET WS-FILE-SCANNED (WS-FILE-SUB) TO TRUE
           ADD 1 TO WS-FILES-SCANNED.

       COUNT-ROW-READ.
           ADD 1 TO WS-ROWS-READ
           ADD 1 TO WS-FILE-ROWS (WS-FILE-SUB).

       LOOK-UP-STUDENT.
           IF WS-LOOKUP-ID NOT = WS-LAST-LOOKUP-ID
               OR WS-MASTER-STATE = SPACE
               ADD 1 TO WS-MASTER-READS
               MOVE WS-LOOKUP-ID TO STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY SET WS-NOT-ON-MASTER TO TRUE
                   NOT INVALID KEY
                       IF STUDENT-DEACTIVATED
                           SET WS-MASTER-DEACTIVATED TO TRUE
                       ELSE
                           SET WS-MASTER-ACTIVE TO TRUE
                       END-IF
               END-READ
               MOVE WS-LOOKUP-ID TO WS-LAST-LOOKUP-ID
           END-IF.

       RECORD-ORPHAN.
           MOVE 1 TO WS-RULE-SUB
           MOVE "NO STUDENT ON MASTER" TO WS-EXC-RULE-TEXT
           PERFORM RECORD-EXCEPTION.

       RECORD-DEACTIVATED-OPEN.
           MOVE 2 TO WS-RULE-SUB
           PERFORM RECORD-EXCEPTION.

       RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-FILE-RULE-COUNT (WS-FILE-SUB WS-RULE-SUB)
           ADD 1 TO WS-RULE-TOTAL (WS-RULE-SUB)
           MOVE WS-LOOKUP-ID TO WS-EXC-STUDENT-ID
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-FILE-NAME (WS-FILE-SUB) " " WS-EXC-KEY " "
               WS-EXC-STUDENT-ID " " WS-EXC-RULE-TEXT " "
               WS-EXC-DETAIL
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PRINT-A-LINE.

       *> The last page: every file in scan order with its rows read
       *> and its count under each rule, so the data team can see at
       *> a glance where the week's work is.
       PRINT-COUNTS-PAGE.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "FILE        ROWS READ   ORPHANS  DEACT-OPEN "
               " CROSS-FILE"
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           MOVE 999 TO WS-LINE-COUNT
           MOVE "COUNTS BY FILE AND RULE" TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 8
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-FILE-MISSING (WS-FILE-SUB)
                   STRING WS-FILE-NAME (WS-FILE-SUB)
                       "    NOT ON SYSTEM - NOT SCANNED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               ELSE
                   MOVE WS-FILE-ROWS (WS-FILE-SUB) TO WS-ROWS-EDIT
                   MOVE WS-FILE-RULE-COUNT (WS-FILE-SUB 1)
                       TO WS-COUNT-EDIT-1
                   MOVE WS-FILE-RULE-COUNT (WS-FILE-SUB 2)
                       TO WS-COUNT-EDIT-2
                   MOVE WS-FILE-RULE-COUNT (WS-FILE-SUB 3)
                       TO WS-COUNT-EDIT-3
                   STRING WS-FILE-NAME (WS-FILE-SUB) "  "
                       WS-ROWS-EDIT "   " WS-COUNT-EDIT-1
                       "     " WS-COUNT-EDIT-2
                       "     " WS-COUNT-EDIT-3
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-IF
               PERFORM PRINT-A-LINE
           END-PERFORM
           MOVE WS-ROWS-READ TO WS-ROWS-EDIT
           MOVE WS-RULE-TOTAL (1) TO WS-COUNT-EDIT-1
           MOVE WS-RULE-TOTAL (2) TO WS-COUNT-EDIT-2
           MOVE WS-RULE-TOTAL (3) TO WS-COUNT-EDIT-3
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM PRINT-A-LINE
           STRING "TOTAL     " WS-ROWS-EDIT "   " WS-COUNT-EDIT-1
               "     " WS-COUNT-EDIT-2
               "     " WS-COUNT-EDIT-3
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
           STRING "REFERENTIAL INTEGRITY SCAN"
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
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSROUTE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ROUTE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHGCODE-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHGCODE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CHARGES-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CHARGE-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "ENROLL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ENROLL-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CONTACTS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-CONTACT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "HOLDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-HOLD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "AWARDS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-AWARD-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAYPLAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PLAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "BUSASGN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-ASSIGN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TEXTBOOK-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TEXTBOOK-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "INTEGSCN-RPT"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PRINT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PAGE-DEPTH"
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-PAGE-DEPTH =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF.
