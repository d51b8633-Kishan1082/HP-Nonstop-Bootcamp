               RECORD KEY IS SID-STUDENT-ID
               FILE STATUS IS STATEID-FS.

           *> Program participation supplies the subgroup flags.  A
           *> site that has not loaded it still gets its extract,
           *> with every flag "N".
           SELECT PARTIC-FILE ASSIGN TO WS-PARTIC-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-KEY
               FILE STATUS IS PARTIC-FS.

           *> Demographics supply the state's gender, ethnicity, race
           *> and home-language columns, optional the same way -
           *> without the file they go out blank.
           SELECT DEMOG-FILE ASSIGN TO WS-DEMOG-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-ID
               FILE STATUS IS DEMOG-FS.

           *> The submission in the state's own layout, keyed by
           *> their ID - the local number never leaves the building.
           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-DSNAME
       01 STATE-ID-RECORD.
           COPY "STATIDRC".

       FD PARTIC-FILE.
       01 PARTIC-RECORD.
           COPY "PARTRC".

       FD DEMOG-FILE.
       01 DEMOG-RECORD.
           COPY "DEMOGRC".

       *> The state's fixed enrollment/attendance layout: their ID,
       *> the name, campus, grade level, and the day counters their
       *> funding formula runs on, then the subgroup flags ("Y"/"N")
       *> - English learner, special education, gifted, Title I -
       *> for any participation current at some point since the
       *> start of the school year.  The demographic columns follow
       *> in DEMOGRC's codes, blank (birth date zero) for a student
       *> with no demographic record.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           05 EXT-STATE-ID          PIC X(10).
           05 EXT-CLASS             PIC X(3).
           05 EXT-DAYS-ENROLLED     PIC 9(3).
           05 EXT-DAYS-PRESENT      PIC 9(3).
           05 EXT-ELL-FLAG          PIC X(1).
           05 EXT-SPED-FLAG         PIC X(1).
           05 EXT-GIFTED-FLAG       PIC X(1).
           05 EXT-TITLE1-FLAG       PIC X(1).
           05 EXT-BIRTH-DATE        PIC 9(8).
           05 EXT-GENDER            PIC X(1).
           05 EXT-HISPANIC          PIC X(1).
           05 EXT-RACE              PIC X(1).
           05 EXT-HOME-LANGUAGE     PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-STATEID-DSNAME         PIC X(40) VALUE "stateids.idx".
       01 WS-EXTRACT-DSNAME         PIC X(40) VALUE "stextr.dat".
       01 WS-PARTIC-DSNAME          PIC X(40) VALUE "partic.idx".
       01 WS-DEMOG-DSNAME           PIC X(40) VALUE "demog.idx".
       01 WS-ENV-OVERRIDE           PIC X(40).

       01 STUDENT-FS               PIC XX.
       01 STATEID-FS               PIC XX.
       01 EXTRACT-FS               PIC XX.
       01 PARTIC-FS                PIC XX.
       01 DEMOG-FS                 PIC XX.
       01 WS-PARTIC-ON-FILE        PIC X VALUE "N".
           88 WS-HAVE-PARTICIPATION VALUE "Y".
       01 WS-DEMOG-ON-FILE         PIC X VALUE "N".
           88 WS-HAVE-DEMOGRAPHICS VALUE "Y".
       01 WS-DEMOG-FOUND           PIC X VALUE "N".
       01 WS-SCAN-EOF              PIC X VALUE "N".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-EXTRACTED-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-NO-STATE-ID-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-ELL-COUNT             PIC 9(6) VALUE ZERO.
       01 WS-SPED-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-GIFTED-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TITLE1-COUNT          PIC 9(6) VALUE ZERO.

       *> Demographic subgroup counts over the students extracted.
       01 WS-FEMALE-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-MALE-COUNT            PIC 9(6) VALUE ZERO.
       01 WS-NONBINARY-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-HISPANIC-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-INDIAN-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-ASIAN-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-BLACK-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-PACIFIC-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-WHITE-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-MULTIRACE-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-OTHER-LANG-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-NO-DEMOG-COUNT        PIC 9(6) VALUE ZERO.

       *> A participation counts toward the year's subgroups when it
       *> was current on any day from the school year's start
       *> (July 1 of the year the run date falls in, or of the year
       *> before for a January-June run) through the run date.
       01 WS-YEAR-START            PIC 9(8) VALUE ZERO.
       01 WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
           05 WS-YS-YEAR           PIC 9(4).
           05 WS-YS-MMDD           PIC 9(4).

       *> BUSDATE call function code.
       01 WS-BD-FUNCTION           PIC X(1).
               STOP RUN
           END-IF

           OPEN INPUT PARTIC-FILE
           IF PARTIC-FS = "00"
               SET WS-HAVE-PARTICIPATION TO TRUE
           ELSE
               DISPLAY "STEXTR: NO PARTICIPATION FILE - SUBGROUP "
                   "FLAGS ALL N"
           END-IF

           OPEN INPUT DEMOG-FILE
           IF DEMOG-FS = "00"
               SET WS-HAVE-DEMOGRAPHICS TO TRUE
           ELSE
               DISPLAY "STEXTR: NO DEMOGRAPHIC FILE - DEMOGRAPHIC "
                   "COLUMNS BLANK"
           END-IF

           MOVE WS-RUN-DATE TO WS-YEAR-START
           IF WS-YS-MMDD < 0701
               SUBTRACT 1 FROM WS-YS-YEAR
           END-IF
           MOVE 0701 TO WS-YS-MMDD

           OPEN OUTPUT EXTRACT-FILE

           PERFORM UNTIL WS-EOF = "Y"
           CLOSE STUDENT-FILE
           CLOSE STATE-ID-FILE
           CLOSE EXTRACT-FILE
           IF WS-HAVE-PARTICIPATION
               CLOSE PARTIC-FILE
           END-IF
           IF WS-HAVE-DEMOGRAPHICS
               CLOSE DEMOG-FILE
           END-IF

           DISPLAY "===== STATE EXTRACT SUMMARY ====="
           DISPLAY "STUDENTS EXTRACTED : " WS-EXTRACTED-COUNT
           DISPLAY "NO STATE ID ON FILE: " WS-NO-STATE-ID-COUNT
           DISPLAY "ENGLISH LEARNERS   : " WS-ELL-COUNT
           DISPLAY "SPECIAL EDUCATION  : " WS-SPED-COUNT
           DISPLAY "GIFTED             : " WS-GIFTED-COUNT
           DISPLAY "TITLE I            : " WS-TITLE1-COUNT
           DISPLAY "FEMALE             : " WS-FEMALE-COUNT
           DISPLAY "MALE               : " WS-MALE-COUNT
           DISPLAY "NON-BINARY         : " WS-NONBINARY-COUNT
           DISPLAY "HISPANIC/LATINO    : " WS-HISPANIC-COUNT
           DISPLAY "AM INDIAN/AK NATIVE: " WS-INDIAN-COUNT
           DISPLAY "ASIAN              : " WS-ASIAN-COUNT
           DISPLAY "BLACK/AFRICAN AMER : " WS-BLACK-COUNT
           DISPLAY "HAWAIIAN/PACIFIC IS: " WS-PACIFIC-COUNT
           DISPLAY "WHITE              : " WS-WHITE-COUNT
           DISPLAY "TWO OR MORE RACES  : " WS-MULTIRACE-COUNT
           DISPLAY "NON-ENGLISH HOME   : " WS-OTHER-LANG-COUNT
           DISPLAY "NO DEMOGRAPHICS    : " WS-NO-DEMOG-COUNT
           DISPLAY "STEXTR: EXTRACT WRITTEN TO " WS-EXTRACT-DSNAME

           STOP RUN.
                   MOVE STUDENT-CLASS TO EXT-CLASS
                   MOVE STUDENT-DAYS-ENROLLED TO EXT-DAYS-ENROLLED
                   MOVE STUDENT-DAYS-PRESENT  TO EXT-DAYS-PRESENT
                   PERFORM SET-SUBGROUP-FLAGS
                   PERFORM SET-DEMOGRAPHICS
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-EXTRACTED-COUNT
           END-READ.

       SET-SUBGROUP-FLAGS.
           MOVE "N" TO EXT-ELL-FLAG EXT-SPED-FLAG EXT-GIFTED-FLAG
               EXT-TITLE1-FLAG
           IF WS-HAVE-PARTICIPATION
               MOVE STUDENT-ID TO PRT-STUDENT-ID
               MOVE LOW-VALUES TO PRT-PROGRAM-CODE
               MOVE "N" TO WS-SCAN-EOF
               START PARTIC-FILE KEY IS NOT LESS THAN PRT-KEY
                   INVALID KEY MOVE "Y" TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PARTIC-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PRT-STUDENT-ID NOT = STUDENT-ID
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               IF PRT-ENTRY-DATE <= WS-RUN-DATE
                                   AND (PRT-EXIT-DATE = ZERO
                                     OR PRT-EXIT-DATE >= WS-YEAR-START)
                                   PERFORM FLAG-ONE-PROGRAM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FLAG-ONE-PROGRAM.
           EVALUATE TRUE
               WHEN PRT-ENGLISH-LEARNER
                   MOVE "Y" TO EXT-ELL-FLAG
                   ADD 1 TO WS-ELL-COUNT
               WHEN PRT-SPECIAL-ED
                   MOVE "Y" TO EXT-SPED-FLAG
                   ADD 1 TO WS-SPED-COUNT
               WHEN PRT-GIFTED
                   MOVE "Y" TO EXT-GIFTED-FLAG
                   ADD 1 TO WS-GIFTED-COUNT
               WHEN PRT-TITLE-ONE
                   MOVE "Y" TO EXT-TITLE1-FLAG
                   ADD 1 TO WS-TITLE1-COUNT
           END-EVALUATE.

       SET-DEMOGRAPHICS.
           MOVE ZERO   TO EXT-BIRTH-DATE
           MOVE SPACES TO EXT-GENDER EXT-HISPANIC EXT-RACE
               EXT-HOME-LANGUAGE
           MOVE "N" TO WS-DEMOG-FOUND
           IF WS-HAVE-DEMOGRAPHICS
               MOVE STUDENT-ID TO DEM-STUDENT-ID
               READ DEMOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DEMOG-FOUND
               END-READ
           END-IF
           IF WS-DEMOG-FOUND = "Y"
               MOVE DEM-BIRTH-DATE    TO EXT-BIRTH-DATE
               MOVE DEM-GENDER        TO EXT-GENDER
               MOVE DEM-HISPANIC      TO EXT-HISPANIC
               MOVE DEM-RACE          TO EXT-RACE
               MOVE DEM-HOME-LANGUAGE TO EXT-HOME-LANGUAGE
               PERFORM COUNT-DEMOGRAPHICS
           ELSE
               ADD 1 TO WS-NO-DEMOG-COUNT
           END-IF.

       COUNT-DEMOGRAPHICS.
           EVALUATE DEM-GENDER
               WHEN "F" ADD 1 TO WS-FEMALE-COUNT
               WHEN "M" ADD 1 TO WS-MALE-COUNT
               WHEN "X" ADD 1 TO WS-NONBINARY-COUNT
           END-EVALUATE
           IF DEM-IS-HISPANIC
               ADD 1 TO WS-HISPANIC-COUNT
           END-IF
           EVALUATE DEM-RACE
               WHEN "I" ADD 1 TO WS-INDIAN-COUNT
               WHEN "A" ADD 1 TO WS-ASIAN-COUNT
               WHEN "B" ADD 1 TO WS-BLACK-COUNT
               WHEN "P" ADD 1 TO WS-PACIFIC-COUNT
               WHEN "W" ADD 1 TO WS-WHITE-COUNT
               WHEN "M" ADD 1 TO WS-MULTIRACE-COUNT
           END-EVALUATE
           IF NOT DEM-ENGLISH-HOME
               ADD 1 TO WS-OTHER-LANG-COUNT
           END-IF.

       *> Lets a site redirect any of this run's files at run time
       *> without recompiling, the same ENVIRONMENT-VARIABLE idiom
       *> transMaint.cob uses for its own file set.
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "STEXTR-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-EXTRACT-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "PARTIC-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-PARTIC-DSNAME
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "DEMOG-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-DEMOG-DSNAME
           END-IF.
