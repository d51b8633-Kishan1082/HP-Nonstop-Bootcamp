      *>
      *> MPC-LETTER-TYPE: "DUN " dunning, "STMT" statement, "ACAD"
      *> intervention, "TRU " truancy, "PROM" waitlist promotion,
      *> "CARD" report card, "MEAL" low meal balance, "DEFN"
      *> mid-term deficiency notice, "ESCH" unclaimed-property
      *> due-diligence letter, "CONF" conference booking
      *> confirmation.  MPC-ZIP is pulled off the tail of the
      *> second address line by MAILPC.
      *> ===================================================================
           05  MPC-LETTER-TYPE             PIC X(4).
