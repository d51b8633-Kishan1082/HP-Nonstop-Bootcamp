           MOVE ATT-MARK        TO ATD-MARK
           MOVE STUDENT-CAMPUS  TO ATD-CAMPUS
           MOVE ATT-EXCUSE      TO ATD-EXCUSE-CODE
           MOVE ZERO            TO ATD-DEPART-TIME
           MOVE SPACE           TO ATD-DEPART-REASON
           WRITE ATT-DETAIL-RECORD
               INVALID KEY
                   PERFORM REWRITE-DETAIL-DAY
           END-WRITE.

       *> DISCMNT writes suspension days ahead of the teachers'
       *> marks, and HLTHLOG writes a medical excuse when the nurse
       *> sends a student home.  The teacher's absence for such a
       *> day carries no note, and must not turn either back into an
       *> unexcused absence.  A day PICKUP already signed the
       *> student out on keeps its release the same way.
       REWRITE-DETAIL-DAY.
           READ ATT-DETAIL-FILE
               INVALID KEY
                   DISPLAY "ATTPOST: DETAIL REWRITE FAILED, "
                       "ID=" ATT-STUDENT-ID
               NOT INVALID KEY
                   MOVE ATT-MARK       TO ATD-MARK
                   MOVE STUDENT-CAMPUS TO ATD-CAMPUS
                   EVALUATE TRUE
                       WHEN ATT-EXCUSE NOT = SPACE
                           MOVE ATT-EXCUSE TO ATD-EXCUSE-CODE
                       WHEN ATT-ABSENT
                           AND (ATD-SUSPENDED OR ATD-EXCUSED)
                           CONTINUE
                       WHEN NOT ATD-NOT-SIGNED-OUT
                           CONTINUE
                       WHEN OTHER
                           MOVE ATT-EXCUSE TO ATD-EXCUSE-CODE
                   END-EVALUATE
                   REWRITE ATT-DETAIL-RECORD
                       INVALID KEY
                           DISPLAY "ATTPOST: DETAIL REWRITE FAILED, "
                               "ID=" ATT-STUDENT-ID
                   END-REWRITE
           END-READ.

       *> The attendance date rides in the (otherwise unused) name
       *> column so the repair operator can see which day the mark
