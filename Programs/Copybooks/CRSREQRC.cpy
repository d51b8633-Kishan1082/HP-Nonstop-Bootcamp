      *> ===================================================================
      *> CRSREQRC.cpy
      *> Shared next-term course request record (crsreq.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> course request file.  One record per student per term per
      *> first-choice course code (the same section codes ENRLMNT
      *> enrolls into), with the alternate the student will take if
      *> the first choice does not run.  CRQMAINT stamps every request
      *> with TRM-NEXT-TERM from the term control record.
      *>
      *> CRQ-KEY leads with the student so one student's requests
      *> arrive together - the demand run checks them against each
      *> other for meeting-period clashes as it goes.
      *> ===================================================================
           05  CRQ-KEY.
               10  CRQ-STUDENT-ID          PIC 9(6).
               10  CRQ-TERM                PIC 9(2).
               10  CRQ-COURSE-CODE         PIC X(3).
           05  CRQ-ALTERNATE-CODE          PIC X(3).
           05  CRQ-REQUEST-DATE            PIC 9(8).
