      *> ===================================================================
      *> STFABSRC.cpy
      *> Shared daily staff-absence record (stfabs.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> staff absence file.  One record per employee per day out,
      *> written by LEAVEMNT as each absence posts - the leave ledger
      *> answers "how many days are left", this file answers "who is
      *> out today", which is what the front office's coverage run
      *> needs.
      *>
      *> SAB-KEY leads with the date so the coverage run STARTs at
      *> the day it is working and reads only that day's absences.
      *>
      *> SAB-LEAVE-TYPE is the leave drawn ("V", "S", "P") or "D" for
      *> a duty absence (workshop, field trip) that needs a cover but
      *> draws no balance.  SAB-FIRST/LAST-PERIOD bound a part-day
      *> absence; zero in both means the whole day.
      *>
      *> SAB-UNPAID-DAYS is the part of SAB-DAYS taken past the leave
      *> balance - the payroll extract docks it as unpaid leave.
      *> ===================================================================
           05  SAB-KEY.
               10  SAB-ABSENCE-DATE        PIC 9(8).
               10  SAB-EMP-ID              PIC 9(3).
           05  SAB-LEAVE-TYPE              PIC X(1).
               88  SAB-DUTY-ABSENCE        VALUE "D".
           05  SAB-DAYS                    PIC 9V99 COMP-3.
           05  SAB-FIRST-PERIOD            PIC 9(2).
           05  SAB-LAST-PERIOD             PIC 9(2).
           05  SAB-RECORDED-DATE           PIC 9(8).
           05  SAB-UNPAID-DAYS             PIC 9V99 COMP-3.
