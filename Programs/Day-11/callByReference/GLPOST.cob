
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-DSNAME         PIC X(40) VALUE "gljrnl.dat".
       *> The live journal's name, fixed on the first open of the
       *> run unit; every segment's file name is built from it, so
       *> a simulation segment never leaves its ".sim" behind for
       *> the next live one.
       01 WS-JOURNAL-BASE           PIC X(40) VALUE "gljrnl.dat".
       01 WS-BASE-STATE            PIC X VALUE "N".
           88 WS-BASE-IS-SET       VALUE "Y".
       01 WS-ENV-OVERRIDE           PIC X(40).
       01 JOURNAL-FS               PIC XX.
       01 WS-SEGMENT-STATE         PIC X VALUE "N".
       *> the posting run), "W" writes one detail line, "C" closes
       *> the segment with the count/hash trailer.  Calls out of
       *> order are reported and ignored rather than corrupting the
       *> extract.  "S" opens the segment like "O" but on the
       *> simulation journal - the live journal's name with ".sim"
       *> on the end - so a posting run in simulation mode journals
       *> exactly as it would live without the GL load ever seeing
       *> the result.
       01 LS-FUNCTION       PIC X(1).
       01 LS-ACCOUNT        PIC X(6).
       01 LS-DRCR           PIC X(1).
       Main-Para.
           EVALUATE LS-FUNCTION
               WHEN "O" PERFORM OPEN-SEGMENT
               WHEN "S" PERFORM OPEN-SEGMENT
               WHEN "W" PERFORM WRITE-DETAIL
               WHEN "C" PERFORM CLOSE-SEGMENT
               WHEN OTHER
           IF WS-SEGMENT-OPEN
               DISPLAY "GLPOST: SEGMENT ALREADY OPEN, OPEN IGNORED"
           ELSE
               IF NOT WS-BASE-IS-SET
                   PERFORM SET-FILENAME
                   SET WS-BASE-IS-SET TO TRUE
               END-IF
               MOVE WS-JOURNAL-BASE TO WS-JOURNAL-DSNAME
               IF LS-FUNCTION = "S"
                   PERFORM SET-SIMULATION-FILENAME
               END-IF
               MOVE "G" TO WS-BD-FUNCTION
               CALL "BUSDATE" USING WS-BD-FUNCTION WS-RUN-DATE
               MOVE LS-SOURCE-PGM TO WS-SOURCE-PGM
           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GLJRNL-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-JOURNAL-BASE
           END-IF.

       SET-SIMULATION-FILENAME.
           MOVE SPACES TO WS-JOURNAL-DSNAME
           STRING WS-JOURNAL-BASE DELIMITED BY SPACE
               ".sim" DELIMITED BY SIZE
               INTO WS-JOURNAL-DSNAME
           DISPLAY "GLPOST: *** SIMULATION *** JOURNAL SEGMENT FOR "
               LS-SOURCE-PGM " TO " WS-JOURNAL-DSNAME.
