       01 WS-AUD-BEFORE            PIC X(61).
       01 WS-AUD-AFTER             PIC X(61).

       *> JRNLWR call arguments - a direct posting goes on the
       *> online journal the same as one ADJAPPR releases, so a
       *> mid-day reload carries it forward.
       01 WS-JRN-PROGRAM           PIC X(10) VALUE "ADJMAINT".
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
               DISPLAY "ADJMAINT: *** ID " ADT-STUDENT-ID
                   " POSTED BUT NOT JOURNALED - TELL OPERATIONS ***"
           END-IF.

       JOURNAL-THE-ADJUSTMENT.
           MOVE "W" TO WS-GL-FUNCTION
           IF ADT-AMOUNT < ZERO
