      *> ===================================================================
      *> LMSACKRC.cpy
      *> Learning management system acknowledgment record (lmsack.dat).
      *>
      *> COPY this into the FD of any program that reads the LMS's
      *> acknowledgment of a roster feed batch.  One record per feed
      *> row the LMS reports on, carrying the batch date and row
      *> sequence number it was sent under (LMF-BATCH-DATE, LMD-SEQ).
      *> The LMS answers for every row it was sent, accepted or not;
      *> LMSSYNC applies an acknowledgment only when it covers the
      *> whole batch row for row.
      *>
      *> LMA-RESULT "R" is a row the LMS could not load; LMA-REASON
      *> is its text for the correction list.
      *> ===================================================================
           05  LMA-BATCH-DATE              PIC 9(8).
           05  LMA-SEQ                     PIC 9(6).
           05  LMA-RESULT                  PIC X(1).
               88  LMA-ACCEPTED            VALUE "A".
               88  LMA-REJECTED            VALUE "R".
           05  LMA-REASON                  PIC X(40).
