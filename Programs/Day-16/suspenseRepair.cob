       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> JRNLWR call arguments - each queued resubmission goes on
       *> the online journal before the screen confirms it.
       01 WS-JRN-PROGRAM           PIC X(10) VALUE "SUSPFIX".
       01 WS-JRN-FILE              PIC X(8) VALUE "RESUB".
       01 WS-JRN-ACTION            PIC X(1) VALUE "W".
       01 WS-JRN-IMAGE             PIC X(100).
       01 WS-JRN-FLAG              PIC X(1).

       *> The corrected transaction, rebuilt in the exact TRAN-RECORD
       *> shape transMaint.cob reads, written to the resubmission
       *> file once every validation passes on the spot.
           MOVE SUS-GPA             TO WTI-GPA
           MOVE SUS-ATTENDANCE-PCT  TO WTI-ATTENDANCE-PCT
           MOVE SUS-STUDENT-CAMPUS  TO WTI-STUDENT-CAMPUS
           WRITE RESUB-RECORD FROM WS-TRAN-IMAGE
           MOVE WS-TRAN-IMAGE TO WS-JRN-IMAGE
           CALL "JRNLWR" USING WS-JRN-PROGRAM WS-JRN-FILE
               WS-JRN-ACTION WS-JRN-IMAGE WS-JRN-FLAG
           IF WS-JRN-FLAG NOT = "Y"
               DISPLAY "  *** NOT JOURNALED - TELL OPERATIONS ***"
           END-IF.

       REWRITE-SUSPENSE-ITEM.
           REWRITE SUSPENSE-RECORD
