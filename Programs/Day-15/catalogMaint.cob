           05 CAT-CREDIT-HOURS      PIC 9(2)V9.
           05 CAT-FEE-AMOUNT        PIC S9(5)V99 COMP-3.
           05 CAT-FEE-CODE          PIC X(3).
           05 CAT-WEIGHT-CATEGORY   PIC X(1).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.

           STOP RUN.

       *> The weight category drives the GPA bonus, so only the three
       *> known categories are accepted; a blank column loads as
       *> standard.
       VALIDATE-WEIGHT.
           IF CAT-WEIGHT-CATEGORY = SPACE
               MOVE "S" TO CAT-WEIGHT-CATEGORY
           END-IF
           IF CAT-WEIGHT-CATEGORY NOT = "S"
               AND CAT-WEIGHT-CATEGORY NOT = "H"
               AND CAT-WEIGHT-CATEGORY NOT = "A"
               DISPLAY "CATMAINT: SECTION " CAT-SECTION-CODE
                   " WEIGHT CATEGORY " CAT-WEIGHT-CATEGORY
                   " NOT S/H/A - REJECTED"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       *> A teacher assignment must point at a real "E"-type employee
       *> record; zero means unassigned and is always acceptable.
       VALIDATE-TEACHER.
           IF WS-VALID
               PERFORM VALIDATE-ROOM-PERIOD
           END-IF
           IF WS-VALID
               PERFORM VALIDATE-WEIGHT
           END-IF
           IF NOT WS-VALID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE CAT-CREDIT-HOURS TO CRS-CREDIT-HOURS
               MOVE CAT-FEE-AMOUNT   TO CRS-FEE-AMOUNT
               MOVE CAT-FEE-CODE     TO CRS-FEE-CODE
               MOVE CAT-WEIGHT-CATEGORY TO CRS-WEIGHT-CATEGORY
               MOVE ZERO             TO CRS-ACTIVE-COUNT
               WRITE CATALOG-RECORD
                   INVALID KEY
           IF WS-VALID
               PERFORM VALIDATE-ROOM-PERIOD
           END-IF
           IF WS-VALID
               PERFORM VALIDATE-WEIGHT
           END-IF
           IF NOT WS-VALID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
                       MOVE CAT-CREDIT-HOURS TO CRS-CREDIT-HOURS
                       MOVE CAT-FEE-AMOUNT   TO CRS-FEE-AMOUNT
                       MOVE CAT-FEE-CODE     TO CRS-FEE-CODE
                       MOVE CAT-WEIGHT-CATEGORY
                           TO CRS-WEIGHT-CATEGORY
                       REWRITE CATALOG-RECORD
                           INVALID KEY
                               DISPLAY "CATMAINT: REWRITE FAILED: "
