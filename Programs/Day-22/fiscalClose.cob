                                 ==NCH-DISPUTE-FLAG==
                             ==CHG-DISPUTED== BY ==NCH-DISPUTED==
                             ==CHG-DISPUTE-DATE== BY
                                 ==NCH-DISPUTE-DATE==
                             ==CHG-WRITTEN-OFF== BY
                                 ==NCH-WRITTEN-OFF==
                             ==CHG-WRITEOFF-DATE== BY
                                 ==NCH-WRITEOFF-DATE==
                             ==CHG-WRITEOFF-REASON== BY
                                 ==NCH-WRITEOFF-REASON==
                             ==CHG-WO-UNCOLLECTIBLE== BY
                                 ==NCH-WO-UNCOLLECTIBLE==.

       FD HISTORY-FILE.
       01 HISTORY-RECORD            PIC X(45).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           SET NCH-OPEN            TO TRUE
           MOVE SPACE              TO NCH-DISPUTE-FLAG
           MOVE ZERO               TO NCH-DISPUTE-DATE
           MOVE ZERO               TO NCH-WRITEOFF-DATE
           MOVE SPACES             TO NCH-WRITEOFF-REASON
           WRITE NEW-CHARGE-RECORD
               INVALID KEY
                   DISPLAY "FYCLOSE: CARRY-FORWARD WRITE FAILED, "
