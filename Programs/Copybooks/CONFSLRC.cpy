      *> ===================================================================
      *> CONFSLRC.cpy
      *> Shared parent-teacher conference slot record (confslot.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> conference slot file.  One record per teacher per conference
      *> night per time slot, generated open by CONFGEN from the
      *> conference-night definitions and booked by the front office
      *> through CONFBOOK - the paper sign-up sheet, retired.
      *>
      *> The key leads with the date so one night's slots, every
      *> teacher's, sit together: CONFBOOK walks a night to find a
      *> household's other bookings and CONFSCHD prints a night
      *> teacher by teacher in one pass.  Times are 24-hour HHMM;
      *> a slot runs from CSL-START-TIME up to (not including)
      *> CSL-END-TIME.
      *>
      *> CSL-FAMILY-ID is the student's FAMMAINT household at booking
      *> time, zero for a student in no household.  Two slots on the
      *> same night overlap when each starts before the other ends;
      *> CONFBOOK refuses a booking that would overlap another slot
      *> held by the same student or the same household.
      *>
      *> CSL-CONTACT-PRIORITY / CSL-CONTACT-NAME identify the
      *> CONTACTRC row the slot was booked for - never a contact
      *> under a no-information restriction.
      *> ===================================================================
           05  CSL-KEY.
               10  CSL-DATE                PIC 9(8).
               10  CSL-TEACHER-ID          PIC 9(3).
               10  CSL-START-TIME          PIC 9(4).
           05  CSL-END-TIME                PIC 9(4).
           05  CSL-CAMPUS                  PIC X(2).
           05  CSL-ROOM                    PIC X(5).
           05  CSL-STATUS                  PIC X(1).
               88  CSL-OPEN                VALUE "O".
               88  CSL-BOOKED              VALUE "B".
           05  CSL-STUDENT-ID              PIC 9(6).
           05  CSL-FAMILY-ID               PIC 9(6).
           05  CSL-CONTACT-PRIORITY        PIC 9(1).
           05  CSL-CONTACT-NAME            PIC X(20).
           05  CSL-BOOKED-BY               PIC X(8).
           05  CSL-BOOKED-DATE             PIC 9(8).
