       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> JRNLWR call arguments - the posted master goes on the
       *> online journal so a mid-day reload can carry it forward.
       01 WS-JRN-PROGRAM           PIC X(10) VALUE "ADJAPPR".
       01 WS-JRN-FILE              PIC X(8) VALUE "STUDENT".
       01 WS-JRN-ACTION            PIC X(1) VALUE "R".
       01 WS-JRN-IMAGE             PIC X(100).
       01 WS-JRN-FLAG              PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
                       WS-AUD-ACTION WS-AUD-SOURCE
                       WS-AUD-STUDENT-ID WS-AUD-BEFORE
                       WS-AUD-AFTER
                   PERFORM WRITE-ONLINE-JOURNAL
                   PERFORM JOURNAL-THE-ADJUSTMENT
           END-REWRITE.

       WRITE-ONLINE-JOURNAL.
           MOVE STUDENT-RECORD TO WS-JRN-IMAGE
           CALL "JRNLWR" USING WS-JRN-PROGRAM WS-JRN-FILE
               WS-JRN-ACTION WS-JRN-IMAGE WS-JRN-FLAG
           IF WS-JRN-FLAG NOT = "Y"
               DISPLAY "ADJAPPR: *** ID " ADJ-STUDENT-ID
                   " POSTED BUT NOT JOURNALED - TELL OPERATIONS ***"
           END-IF.

       JOURNAL-THE-ADJUSTMENT.
           MOVE "O" TO WS-GL-FUNCTION
           CALL "GLPOST" USING WS-GL-FUNCTION WS-GL-ACCOUNT
