       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The student services office's feed: "A" enters a student
           *> in a program (re-entering one who had exited), "C"
           *> replaces the dates and accommodation list, "X" exits the
           *> student as of the date given (the business date when
           *> none is), "D" withdraws a row keyed in error.
           SELECT PART-TRAN-FILE ASSIGN TO WS-PARTTRAN-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PARTTRAN-FS.

           SELECT PARTIC-FILE ASSIGN TO WS-PARTIC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS PARTIC-FS.

           SELECT STUDENT-FILE ASSIGN TO WS-STUDENT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS STUDENT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PART-TRAN-FILE.
       01 PART-TRAN-RECORD.
           05 PAT-ACTION            PIC X(1).
           05 PAT-STUDENT-ID        PIC 9(6).
           05 PAT-PROGRAM-CODE      PIC X(3).
           05 PAT-ENTRY-DATE        PIC 9(8).
           05 PAT-EXIT-DATE         PIC 9(8).
           05 PAT-ACCOMMODATION-LIST.
               10 PAT-ACCOMMODATION PIC X(3) OCCURS 8 TIMES.

       FD PARTIC-FILE.
       01 PARTIC-RECORD.
           COPY "PARTRC".

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           COPY "STUDENTRC".

       WORKING-STORAGE SECTION.
       01 WS-PARTTRAN-DSNAME        PIC X(40) VALUE "parttran.dat".
       01 WS-PARTIC-DSNAME          PIC X(40) VALUE "partic.idx".
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 PARTTRAN-FS              PIC XX.
       01 PARTIC-FS                PIC XX.
       01 STUDENT-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-TRAN-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-REENTER-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-CHANGE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-EXIT-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-DELETE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ENTRY-OK              PIC X VALUE "N".
       01 WS-EXIT-AS-OF            PIC 9(8) VALUE ZERO.

       *> The accommodation codes PARTRC documents.  Every code on a
       *> feed row must be one of these; spaces fill unused slots.
       01 WS-ACCOM-CODES           PIC X(33)
               VALUE "EXTSEPPRFRDABRKLPTASNNOTCALTRNOTH".
       01 WS-ACCOM-CODE-TABLE REDEFINES WS-ACCOM-CODES.
           05 WS-ACCOM-CODE        PIC X(3) OCCURS 11 TIMES.
       01 WS-SLOT                  PIC 9(2) COMP.
       01 WS-CODE-IDX              PIC 9(2) COMP.
       01 WS-CODE-FOUND            PIC X VALUE "N".
       01 WS-BAD-ACCOM             PIC X(3).

       *> OPERSIGN call arguments - program placement is
       *> confidential student data and demands level 6, the same
       *> as discipline; the signed-on operator is recorded on the
       *> row.
       01 WS-SIGN-FUNCTION         PIC X(1).
       01 WS-MIN-LEVEL             PIC 9(1) VALUE 6.
       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> AUDITWR call arguments - every entry, change, exit and
       *> withdrawal lands on the common trail with a readable
       *> summary of the participation.
       01 WS-AUD-PROGRAM           PIC X(10) VALUE "PARTMNT".
       01 WS-AUD-ACTION            PIC X(8) VALUE "REWRITE ".
       01 WS-AUD-SOURCE            PIC X(12) VALUE "PARTTRAN".
       01 WS-AUD-STUDENT-ID        PIC 9(6).
       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE "G" TO WS-BD-FUNCTION
           CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE

           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG
           IF WS-SIGNED-FLAG NOT = "Y"
               DISPLAY "PARTMNT: SIGN-ON FAILED - PROGRAM "
                   "PARTICIPATION NEEDS LEVEL " WS-MIN-LEVEL
               STOP RUN
           END-IF

           OPEN INPUT PART-TRAN-FILE
           IF PARTTRAN-FS NOT = "00"
               DISPLAY "PARTMNT: UNABLE TO OPEN PARTICIPATION FEED, "
                   "STATUS=" PARTTRAN-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN INPUT STUDENT-FILE
           IF STUDENT-FS NOT = "00"
               DISPLAY "PARTMNT: UNABLE TO OPEN STUDENT FILE, "
                   "STATUS=" STUDENT-FS
               PERFORM SIGN-OFF-OPERATOR
               STOP RUN
           END-IF

           OPEN I-O PARTIC-FILE
           IF PARTIC-FS NOT = "00"
               OPEN OUTPUT PARTIC-FILE
               CLOSE PARTIC-FILE
               OPEN I-O PARTIC-FILE
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ PART-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       EVALUATE PAT-ACTION
                           WHEN "A" PERFORM Add-Participation
                           WHEN "C" PERFORM Change-Participation
                           WHEN "X" PERFORM Exit-Participation
                           WHEN "D" PERFORM Delete-Participation
                           WHEN OTHER
                               DISPLAY "PARTMNT: UNKNOWN ACTION "
                                   PAT-ACTION " STUDENT="
                                   PAT-STUDENT-ID
                               ADD 1 TO WS-REJECT-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE PART-TRAN-FILE
           CLOSE STUDENT-FILE
           CLOSE PARTIC-FILE

           DISPLAY "===== PROGRAM PARTICIPATION MAINTENANCE ====="
           DISPLAY "ACTIONS READ      : " WS-TRAN-COUNT
           DISPLAY "ENTERED           : " WS-ADD-COUNT
           DISPLAY "RE-ENTERED        : " WS-REENTER-COUNT
           DISPLAY "CHANGED           : " WS-CHANGE-COUNT
           DISPLAY "EXITED            : " WS-EXIT-COUNT
           DISPLAY "WITHDRAWN         : " WS-DELETE-COUNT
           DISPLAY "REJECTED          : " WS-REJECT-COUNT

           PERFORM SIGN-OFF-OPERATOR
           STOP RUN.

       SIGN-OFF-OPERATOR.
           MOVE "O" TO WS-SIGN-FUNCTION
           CALL "OPERSIGN" USING WS-SIGN-FUNCTION WS-MIN-LEVEL
               WS-OPERATOR-ID WS-SIGNED-FLAG.

       *> A row must name a student on the master, a known program,
       *> an entry date no later than today, an exit (if any) no
       *> earlier than the entry, and only known accommodation
       *> codes.
       CHECK-THE-ENTRY.
           MOVE "N" TO WS-ENTRY-OK
           MOVE PAT-PROGRAM-CODE TO PRT-PROGRAM-CODE
           MOVE PAT-STUDENT-ID   TO STUDENT-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "PARTMNT: STUDENT NOT ON FILE="
                       PAT-STUDENT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRY-OK
           END-READ
           IF WS-ENTRY-OK = "Y"
               PERFORM CHECK-ACCOMMODATIONS
               MOVE "N" TO WS-ENTRY-OK
               EVALUATE TRUE
                   WHEN NOT PRT-PROGRAM-VALID
                       DISPLAY "PARTMNT: INVALID PROGRAM CODE "
                           PAT-PROGRAM-CODE " STUDENT="
                           PAT-STUDENT-ID
                   WHEN PAT-ENTRY-DATE = ZERO
                       OR PAT-ENTRY-DATE > WS-RUN-DATE
                       DISPLAY "PARTMNT: BAD ENTRY DATE "
                           PAT-ENTRY-DATE " STUDENT="
                           PAT-STUDENT-ID
                   WHEN PAT-EXIT-DATE NOT = ZERO
                       AND PAT-EXIT-DATE < PAT-ENTRY-DATE
                       DISPLAY "PARTMNT: EXIT BEFORE ENTRY "
                           PAT-EXIT-DATE " STUDENT="
                           PAT-STUDENT-ID
                   WHEN WS-BAD-ACCOM NOT = SPACES
                       DISPLAY "PARTMNT: INVALID ACCOMMODATION "
                           WS-BAD-ACCOM " STUDENT="
                           PAT-STUDENT-ID
                   WHEN OTHER
                       MOVE "Y" TO WS-ENTRY-OK
               END-EVALUATE
           END-IF.

       CHECK-ACCOMMODATIONS.
           MOVE SPACES TO WS-BAD-ACCOM
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 8 OR WS-BAD-ACCOM NOT = SPACES
               IF PAT-ACCOMMODATION (WS-SLOT) NOT = SPACES
                   MOVE "N" TO WS-CODE-FOUND
                   PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                           UNTIL WS-CODE-IDX > 11
                       IF PAT-ACCOMMODATION (WS-SLOT)
                               = WS-ACCOM-CODE (WS-CODE-IDX)
                           MOVE "Y" TO WS-CODE-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-CODE-FOUND = "N"
                       MOVE PAT-ACCOMMODATION (WS-SLOT)
                           TO WS-BAD-ACCOM
                   END-IF
               END-IF
           END-PERFORM.

       *> The list is stored packed from the left, so the roster
       *> can stop at the first blank slot.
       BUILD-THE-ROW.
           MOVE PAT-STUDENT-ID    TO PRT-STUDENT-ID
           MOVE PAT-PROGRAM-CODE  TO PRT-PROGRAM-CODE
           MOVE PAT-ENTRY-DATE    TO PRT-ENTRY-DATE
           MOVE PAT-EXIT-DATE     TO PRT-EXIT-DATE
           MOVE SPACES            TO PRT-ACCOMMODATION-LIST
           MOVE ZERO TO WS-CODE-IDX
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 8
               IF PAT-ACCOMMODATION (WS-SLOT) NOT = SPACES
                   ADD 1 TO WS-CODE-IDX
                   MOVE PAT-ACCOMMODATION (WS-SLOT)
                       TO PRT-ACCOMMODATION (WS-CODE-IDX)
               END-IF
           END-PERFORM
           MOVE STUDENT-CAMPUS    TO PRT-CAMPUS
           MOVE WS-OPERATOR-ID    TO PRT-ENTERED-BY
           MOVE WS-RUN-DATE       TO PRT-LAST-CHANGED.

       *> A student already in the program is rejected; one who
       *> exited is re-entered on the same row with the new dates.
       Add-Participation.
           PERFORM CHECK-THE-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE PAT-STUDENT-ID   TO PRT-STUDENT-ID
               MOVE PAT-PROGRAM-CODE TO PRT-PROGRAM-CODE
               READ PARTIC-FILE
                   INVALID KEY
                       PERFORM WRITE-NEW-ROW
                   NOT INVALID KEY
                       IF PRT-EXIT-DATE = ZERO
                           DISPLAY "PARTMNT: ALREADY IN PROGRAM, "
                               "STUDENT=" PAT-STUDENT-ID " PROGRAM="
                               PAT-PROGRAM-CODE
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           PERFORM DESCRIBE-BEFORE-IMAGE
                           PERFORM REWRITE-THE-ROW
                           IF PARTIC-FS = "00"
                               ADD 1 TO WS-REENTER-COUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       WRITE-NEW-ROW.
           PERFORM BUILD-THE-ROW
           WRITE PARTIC-RECORD
               INVALID KEY
                   DISPLAY "PARTMNT: WRITE FAILED, STUDENT="
                       PAT-STUDENT-ID " STATUS=" PARTIC-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "WRITE   " TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-BEFORE
                   PERFORM DESCRIBE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       Change-Participation.
           PERFORM CHECK-THE-ENTRY
           IF WS-ENTRY-OK NOT = "Y"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE PAT-STUDENT-ID   TO PRT-STUDENT-ID
               MOVE PAT-PROGRAM-CODE TO PRT-PROGRAM-CODE
               READ PARTIC-FILE
                   INVALID KEY
                       DISPLAY "PARTMNT: NOT IN PROGRAM, STUDENT="
                           PAT-STUDENT-ID " PROGRAM="
                           PAT-PROGRAM-CODE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM DESCRIBE-BEFORE-IMAGE
                       PERFORM REWRITE-THE-ROW
                       IF PARTIC-FS = "00"
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
               END-READ
           END-IF.

       REWRITE-THE-ROW.
           PERFORM BUILD-THE-ROW
           REWRITE PARTIC-RECORD
               INVALID KEY
                   DISPLAY "PARTMNT: REWRITE FAILED, STUDENT="
                       PAT-STUDENT-ID " STATUS=" PARTIC-FS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "REWRITE " TO WS-AUD-ACTION
                   PERFORM DESCRIBE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

       *> Exiting keeps the accommodation list as it stood - the
       *> row is history from here on.
       Exit-Participation.
           MOVE PAT-STUDENT-ID   TO PRT-STUDENT-ID
           MOVE PAT-PROGRAM-CODE TO PRT-PROGRAM-CODE
           MOVE PAT-EXIT-DATE    TO WS-EXIT-AS-OF
           IF WS-EXIT-AS-OF = ZERO
               MOVE WS-RUN-DATE TO WS-EXIT-AS-OF
           END-IF
           READ PARTIC-FILE
               INVALID KEY
                   DISPLAY "PARTMNT: NOT IN PROGRAM, STUDENT="
                       PAT-STUDENT-ID " PROGRAM=" PAT-PROGRAM-CODE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF WS-EXIT-AS-OF < PRT-ENTRY-DATE
                       DISPLAY "PARTMNT: EXIT BEFORE ENTRY "
                           WS-EXIT-AS-OF " STUDENT=" PAT-STUDENT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM DESCRIBE-BEFORE-IMAGE
                       MOVE WS-EXIT-AS-OF  TO PRT-EXIT-DATE
                       MOVE WS-OPERATOR-ID TO PRT-ENTERED-BY
                       MOVE WS-RUN-DATE    TO PRT-LAST-CHANGED
                       REWRITE PARTIC-RECORD
                           INVALID KEY
                               DISPLAY "PARTMNT: REWRITE FAILED, "
                                   "STUDENT=" PAT-STUDENT-ID
                                   " STATUS=" PARTIC-FS
                               ADD 1 TO WS-REJECT-COUNT
                           NOT INVALID KEY
                               ADD 1 TO WS-EXIT-COUNT
                               MOVE "REWRITE " TO WS-AUD-ACTION
                               PERFORM DESCRIBE-AFTER-IMAGE
                               PERFORM WRITE-AUDIT-RECORD
                       END-REWRITE
                   END-IF
           END-READ.

       Delete-Participation.
           MOVE PAT-STUDENT-ID   TO PRT-STUDENT-ID
           MOVE PAT-PROGRAM-CODE TO PRT-PROGRAM-CODE
           READ PARTIC-FILE
               INVALID KEY
                   DISPLAY "PARTMNT: NOT IN PROGRAM, STUDENT="
                       PAT-STUDENT-ID " PROGRAM=" PAT-PROGRAM-CODE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM DESCRIBE-BEFORE-IMAGE
                   DELETE PARTIC-FILE
                       INVALID KEY
                           DISPLAY "PARTMNT: DELETE FAILED, STUDENT="
                               PAT-STUDENT-ID " STATUS=" PARTIC-FS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETE-COUNT
                           MOVE "DELETE  " TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
           END-READ.

       DESCRIBE-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUD-BEFORE
           STRING PRT-PROGRAM-CODE " IN " PRT-ENTRY-DATE
               " OUT " PRT-EXIT-DATE " " PRT-ACCOMMODATION-LIST
               DELIMITED BY SIZE INTO WS-AUD-BEFORE.

       DESCRIBE-AFTER-IMAGE.
           MOVE SPACES TO WS-AUD-AFTER
           STRING PRT-PROGRAM-CODE " IN " PRT-ENTRY-DATE
               " OUT " PRT-EXIT-DATE " " PRT-ACCOMMODATION-LIST
               DELIMITED BY SIZE INTO WS-AUD-AFTER.

       WRITE-AUDIT-RECORD.
           MOVE PAT-STUDENT-ID TO WS-AUD-STUDENT-ID
           CALL "AUDITWR" USING WS-AUD-PROGRAM WS-AUD-ACTION
               WS-AUD-SOURCE WS-AUD-STUDENT-ID WS-AUD-BEFORE
               WS-AUD-AFTER.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PART-TRAN-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTTRAN-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTIC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTIC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STUDENT-IDX-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-STUDENT-DSNAME
           END-IF.
