      *> ===================================================================
      *> ETLOGRC.cpy
      *> Electronic transcript send log record (etranlog.dat).
      *>
      *> COPY this into the FD of any program that writes or reads the
      *> send log.  ETRANS appends one record per request it handles
      *> - sent or held back - so the registrar can answer "when did
      *> we send this student's record, and to whom" by destination
      *> and date without keeping the outbound files themselves.
      *>
      *> ETL-RESULT: "S" sent, "H" held back (ETL-REASON says why:
      *> directory suppression, a business hold, or no such student).
      *> ===================================================================
           05  ETL-SEND-DATE               PIC 9(8).
           05  ETL-DEST-CODE               PIC X(8).
           05  ETL-STUDENT-ID              PIC 9(6).
           05  ETL-STATE-ID                PIC X(10).
           05  ETL-RESULT                  PIC X(1).
               88  ETL-SENT                VALUE "S".
               88  ETL-HELD                VALUE "H".
           05  ETL-REASON                  PIC X(30).
           05  ETL-SET-REC-COUNT           PIC 9(4).
           05  ETL-FILE-NAME               PIC X(40).
