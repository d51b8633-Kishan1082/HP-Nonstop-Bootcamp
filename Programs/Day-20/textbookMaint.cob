           SET CHG-OPEN           TO TRUE
           MOVE SPACE             TO CHG-DISPUTE-FLAG
           MOVE ZERO              TO CHG-DISPUTE-DATE
           MOVE ZERO              TO CHG-WRITEOFF-DATE
           MOVE SPACES            TO CHG-WRITEOFF-REASON
           MOVE STUDENT-RECORD TO WS-AUD-BEFORE
           WRITE CHARGE-RECORD
               INVALID KEY
