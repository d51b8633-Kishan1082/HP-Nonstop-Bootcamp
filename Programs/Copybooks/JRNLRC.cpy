      *> ===================================================================
      *> JRNLRC.cpy
      *> Shared online update journal record (onljrnl.dat).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> online journal.  Every update an online screen makes to a
      *> recoverable file lands here as an after-image, appended
      *> through the JRNLWR subroutine before the screen tells the
      *> operator the work is done.  FWDRECOV replays it over a
      *> reloaded backup to bring the files forward to a chosen
      *> moment.
      *>
      *> JRN-STAMP is the machine clock (date YYYYMMDD, time
      *> HHMMSSCC) at the moment of the update - recovery points are
      *> wall-clock moments, not business dates.  The business date
      *> rides alongside for reference.
      *>
      *> JRN-FILE names the file the image belongs to; JRN-ACTION is
      *> "W" for a record added, "R" for a record changed (the image
      *> is the record as it stood after the change), "D" for a
      *> record removed (the image carries the key).  Images are the
      *> raw record bytes, left-justified and space-filled.
      *> ===================================================================
           05  JRN-STAMP.
               10  JRN-CLOCK-DATE          PIC 9(8).
               10  JRN-CLOCK-TIME          PIC 9(8).
           05  JRN-BUSINESS-DATE           PIC 9(8).
           05  JRN-PROGRAM                 PIC X(10).
           05  JRN-OPERATOR-ID             PIC X(8).
           05  JRN-FILE                    PIC X(8).
               88  JRN-STUDENT-FILE        VALUE "STUDENT".
               88  JRN-CHARGE-FILE         VALUE "CHARGES".
               88  JRN-CASHBAT-FILE        VALUE "CASHBAT".
               88  JRN-RESUB-FILE          VALUE "RESUB".
           05  JRN-ACTION                  PIC X(1).
               88  JRN-ADDED               VALUE "W".
               88  JRN-CHANGED             VALUE "R".
               88  JRN-REMOVED             VALUE "D".
           05  JRN-IMAGE                   PIC X(100).
