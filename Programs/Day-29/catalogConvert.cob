       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATCONV.

      *> One-time conversion for the weighted-GPA release: the
      *> section catalog gains CRS-WEIGHT-CATEGORY.  Reads
      *> catalog.idx under the OLD layout and rewrites it under the
      *> new one with every section standard weight; the registrar
      *> then marks the honors and advanced sections through
      *> CATMAINT.  Record counts are proved in and out; the output
      *> lands under a new name and the operator swaps it in after
      *> reading the counts, as with THWCONV.  Run it with THWCONV,
      *> before the first grade posting of the release.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CATALOG-FILE ASSIGN TO WS-OLD-CAT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCRS-SECTION-CODE
               FILE STATUS IS OLDCAT-FS.
           SELECT CATALOG-FILE ASSIGN TO WS-NEW-CAT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRS-SECTION-CODE
               FILE STATUS IS CATALOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-CATALOG-FILE.
       01 OLD-CATALOG-RECORD.
           05 OCRS-SECTION-CODE     PIC X(3).
           05 OCRS-DESCRIPTION      PIC X(20).
           05 OCRS-ROOM             PIC X(5).
           05 OCRS-CAPACITY         PIC 9(3).
           05 OCRS-TEACHER-ID       PIC 9(3).
           05 OCRS-ACTIVE-COUNT     PIC 9(3).
           05 OCRS-NEXT-CLASS       PIC X(3).
           05 OCRS-MEETING-PERIOD   PIC 9(2).
           05 OCRS-SUBJECT-AREA     PIC X(3).
           05 OCRS-CREDIT-HOURS     PIC 9(2)V9.
           05 OCRS-FEE-AMOUNT       PIC S9(5)V99 COMP-3.
           05 OCRS-FEE-CODE         PIC X(3).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           COPY "COURSERC".

       WORKING-STORAGE SECTION.
       01 WS-OLD-CAT-DSNAME         PIC X(40) VALUE "catalog.idx".
       01 WS-NEW-CAT-DSNAME         PIC X(40) VALUE "catalogw.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 OLDCAT-FS                PIC XX.
       01 CATALOG-FS               PIC XX.
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-IN-COUNT              PIC 9(6) VALUE ZERO.
       01 WS-OUT-COUNT             PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES

           OPEN INPUT OLD-CATALOG-FILE
           IF OLDCAT-FS NOT = "00"
               DISPLAY "CATCONV: NO SECTION CATALOG TO CONVERT, "
                   "STATUS=" OLDCAT-FS
               STOP RUN
           END-IF
           OPEN OUTPUT CATALOG-FILE
           IF CATALOG-FS NOT = "00"
               DISPLAY "CATCONV: UNABLE TO CREATE " WS-NEW-CAT-DSNAME
                   ", STATUS=" CATALOG-FS
               CLOSE OLD-CATALOG-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-CATALOG-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM CONVERT-ONE-SECTION
               END-READ
           END-PERFORM

           CLOSE OLD-CATALOG-FILE
           CLOSE CATALOG-FILE

           DISPLAY "===== SECTION CATALOG WEIGHT CONVERSION ====="
           DISPLAY "RECORDS READ     : " WS-IN-COUNT
           DISPLAY "RECORDS WRITTEN  : " WS-OUT-COUNT
           IF WS-IN-COUNT = WS-OUT-COUNT
               DISPLAY "CATCONV: COUNTS AGREE - SWAP "
                   WS-NEW-CAT-DSNAME " IN FOR " WS-OLD-CAT-DSNAME
           ELSE
               DISPLAY "CATCONV: COUNTS DISAGREE - DO NOT SWAP"
           END-IF

           STOP RUN.

       CONVERT-ONE-SECTION.
           ADD 1 TO WS-IN-COUNT
           MOVE OCRS-SECTION-CODE   TO CRS-SECTION-CODE
           MOVE OCRS-DESCRIPTION    TO CRS-DESCRIPTION
           MOVE OCRS-ROOM           TO CRS-ROOM
           MOVE OCRS-CAPACITY       TO CRS-CAPACITY
           MOVE OCRS-TEACHER-ID     TO CRS-TEACHER-ID
           MOVE OCRS-ACTIVE-COUNT   TO CRS-ACTIVE-COUNT
           MOVE OCRS-NEXT-CLASS     TO CRS-NEXT-CLASS
           MOVE OCRS-MEETING-PERIOD TO CRS-MEETING-PERIOD
           MOVE OCRS-SUBJECT-AREA   TO CRS-SUBJECT-AREA
           MOVE OCRS-CREDIT-HOURS   TO CRS-CREDIT-HOURS
           MOVE OCRS-FEE-AMOUNT     TO CRS-FEE-AMOUNT
           MOVE OCRS-FEE-CODE       TO CRS-FEE-CODE
           SET CRS-WEIGHT-STANDARD  TO TRUE
           WRITE CATALOG-RECORD
               INVALID KEY
                   DISPLAY "CATCONV: WRITE FAILED, SECTION="
                       OCRS-SECTION-CODE " STATUS=" CATALOG-FS
               NOT INVALID KEY
                   ADD 1 TO WS-OUT-COUNT
           END-WRITE.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
       SET-FILENAMES.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-OLD-CAT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "CATALOG-NEW-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-NEW-CAT-DSNAME
           END-IF.
