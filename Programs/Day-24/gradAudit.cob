               RECORD KEY IS STUDENT-ID
               FILE STATUS IS STUDENT-FS.

           *> TRCMNT's transfer credit, also keyed student-first and
           *> read alongside the gradebook: an approved outside
           *> course counts the credit the registrar awarded.
           SELECT TRANSFER-FILE ASSIGN TO WS-TRANSFER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TCR-KEY
               FILE STATUS IS TRANSFER-FS.

           *> The district's requirement list: credits needed per
           *> subject area to stay on track.
           SELECT REQS-FILE ASSIGN TO WS-REQS-DSNAME
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           COPY "TRNCRDRC".

       FD REQS-FILE.
       01 REQS-RECORD.
           05 GRQ-SUBJECT-AREA      PIC X(3).
       01 WS-CRSGRADE-DSNAME        PIC X(40) VALUE "crsgrade.idx".
       01 WS-CATALOG-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-TRANSFER-DSNAME        PIC X(40) VALUE "trncred.idx".
       01 WS-REQS-DSNAME            PIC X(40) VALUE "gradreqs.dat".
       01 WS-PRINT-DSNAME           PIC X(40) VALUE "gradaudt.rpt".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 CRSGRADE-FS              PIC XX.
       01 CATALOG-FS               PIC XX.
       01 STUDENT-FS               PIC XX.
       01 TRANSFER-FS              PIC XX.
       01 REQS-FS                  PIC XX.
       01 PRINT-FS                 PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-AUDITED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-OFFTRACK-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-TRANSFER-COUNT        PIC 9(6) VALUE ZERO.

       *> The transfer file is optional - a district with no
       *> incoming students yet simply has none on file.  A student
       *> who has transfer credit but no gradebook rows yet is
       *> audited on the transfer credit alone, in ID order.
       01 WS-TRANSFER-ON-FILE      PIC X VALUE "N".
           88 WS-HAVE-TRANSFER     VALUE "Y".
       01 WS-TRC-EOF               PIC X VALUE "Y".
       01 WS-TRC-UP-TO             PIC 9(7) VALUE ZERO.
       01 WS-TRC-COUNTED           PIC X VALUE "N".

       *> The requirement table, loaded once.
       01 WS-REQ-TABLE.
       01 WS-ERN-USED              PIC 9(2) COMP VALUE ZERO.
       01 WS-ERN-SUB               PIC 9(2) COMP.
       01 WS-ERN-FOUND             PIC X VALUE "N".
       01 WS-EARN-SUBJECT          PIC X(3).
       01 WS-EARN-HOURS            PIC 9(2)V9.

       *> Per-section off-track counts, the way STATMTRX rolls its
       *> matrix up by section.
               STOP RUN
           END-IF

           OPEN INPUT TRANSFER-FILE
           IF TRANSFER-FS = "00"
               SET WS-HAVE-TRANSFER TO TRUE
               MOVE "N" TO WS-TRC-EOF
               PERFORM READ-NEXT-TRANSFER
           END-IF

           OPEN OUTPUT PRINT-FILE

           MOVE "N" TO WS-STUDENT-OPEN
                       IF WS-STUDENT-OPEN = "Y"
                           PERFORM JUDGE-CURRENT-STUDENT
                       END-IF
                       MOVE 9999999 TO WS-TRC-UP-TO
                       PERFORM AUDIT-TRANSFER-ONLY-STUDENTS
                   NOT AT END
                       PERFORM TALLY-ONE-GRADE
               END-READ
           CLOSE COURSE-GRADE-FILE
           CLOSE CATALOG-FILE
           CLOSE STUDENT-FILE
           IF WS-HAVE-TRANSFER
               CLOSE TRANSFER-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY "===== GRADUATION CREDIT AUDIT ====="
           DISPLAY "STUDENTS AUDITED : " WS-AUDITED-COUNT
           DISPLAY "OFF TRACK        : " WS-OFFTRACK-COUNT
           DISPLAY "TRANSFER COURSES : " WS-TRANSFER-COUNT
           DISPLAY "GRADAUDT: AUDIT SPOOLED TO " WS-PRINT-DSNAME

           STOP RUN.
               IF WS-STUDENT-OPEN = "Y"
                   PERFORM JUDGE-CURRENT-STUDENT
               END-IF
               MOVE CGR-STUDENT-ID TO WS-TRC-UP-TO
               PERFORM AUDIT-TRANSFER-ONLY-STUDENTS
               MOVE CGR-STUDENT-ID TO WS-CURRENT-STUDENT
               MOVE ZERO TO WS-ERN-USED
               MOVE "Y" TO WS-STUDENT-OPEN
               PERFORM TALLY-TRANSFER-CREDITS
           END-IF
           IF CGR-LETTER-GRADE NOT = "F"
               MOVE CGR-COURSE-CODE TO CRS-SECTION-CODE
                   NOT INVALID KEY
                       IF CRS-SUBJECT-AREA NOT = SPACES
                           AND CRS-CREDIT-HOURS > ZERO
                           MOVE CRS-SUBJECT-AREA TO WS-EARN-SUBJECT
                           MOVE CRS-CREDIT-HOURS TO WS-EARN-HOURS
                           PERFORM EARN-THE-CREDITS
                       END-IF
               END-READ
           END-IF.

       *> Students ahead of the gradebook's next student (below
       *> WS-TRC-UP-TO) whose only record here is transfer credit.
       AUDIT-TRANSFER-ONLY-STUDENTS.
           PERFORM UNTIL WS-TRC-EOF = "Y"
                   OR TCR-STUDENT-ID NOT < WS-TRC-UP-TO
               MOVE TCR-STUDENT-ID TO WS-CURRENT-STUDENT
               MOVE ZERO TO WS-ERN-USED
               PERFORM TALLY-TRANSFER-CREDITS
               IF WS-TRC-COUNTED = "Y"
                   PERFORM JUDGE-CURRENT-STUDENT
               END-IF
           END-PERFORM.

       *> Every transfer row for the current student; only an
       *> approved one earns.  Rows for earlier students were taken
       *> on the way here.
       TALLY-TRANSFER-CREDITS.
           MOVE "N" TO WS-TRC-COUNTED
           PERFORM UNTIL WS-TRC-EOF = "Y"
                   OR TCR-STUDENT-ID > WS-CURRENT-STUDENT
               IF TCR-STUDENT-ID = WS-CURRENT-STUDENT
                   AND TCR-APPROVED
                   AND TCR-SUBJECT-AREA NOT = SPACES
                   AND TCR-CREDITS > ZERO
                   MOVE TCR-SUBJECT-AREA TO WS-EARN-SUBJECT
                   MOVE TCR-CREDITS      TO WS-EARN-HOURS
                   PERFORM EARN-THE-CREDITS
                   ADD 1 TO WS-TRANSFER-COUNT
                   MOVE "Y" TO WS-TRC-COUNTED
               END-IF
               PERFORM READ-NEXT-TRANSFER
           END-PERFORM.

       READ-NEXT-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-TRC-EOF
           END-READ.

       EARN-THE-CREDITS.
           MOVE "N" TO WS-ERN-FOUND
           PERFORM VARYING WS-ERN-SUB FROM 1 BY 1
                   UNTIL WS-ERN-SUB > WS-ERN-USED
                       OR WS-ERN-FOUND = "Y"
               IF WS-ERN-SUBJECT (WS-ERN-SUB) = WS-EARN-SUBJECT
                   MOVE "Y" TO WS-ERN-FOUND
               END-IF
           END-PERFORM
               IF WS-ERN-USED < 20
                   ADD 1 TO WS-ERN-USED
                   MOVE WS-ERN-USED TO WS-ERN-SUB
                   MOVE WS-EARN-SUBJECT
                       TO WS-ERN-SUBJECT (WS-ERN-SUB)
                   MOVE ZERO TO WS-ERN-CREDITS (WS-ERN-SUB)
               ELSE
                   *> Skip the grade rather than add through a
                   *> subscript past the table's end.
                   DISPLAY "GRADAUDT: SUBJECT TABLE FULL, ID="
                       WS-CURRENT-STUDENT " - " WS-EARN-SUBJECT
                       " CREDITS NOT COUNTED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-EARN-HOURS TO WS-ERN-CREDITS (WS-ERN-SUB).

       JUDGE-CURRENT-STUDENT.
           MOVE WS-CURRENT-STUDENT TO STUDENT-ID
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "TRNCRED-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-TRANSFER-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GRADREQS-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
