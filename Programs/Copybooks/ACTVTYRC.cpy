      *> ===================================================================
      *> ACTVTYRC.cpy
      *> Shared extracurricular activity master record (activity.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> activity master.  One record per team or club, keyed by
      *> activity code and maintained by ACTMAINT from the activities
      *> office's feed.
      *>
      *> ACT-COACH-ID is the sponsoring coach or adviser - an "E"-type
      *> employee's EMP-ID on employees.dat - whose roster ELIGCERT
      *> prints.  ACT-DUES is charged to a student's account as an
      *> "ACT" open item when they join; zero is a club with no dues.
      *>
      *> ACT-STATUS "C" is an activity closed out - it stays on file
      *> for history but takes no new members and is left off the
      *> weekly certification.
      *> ===================================================================
           05  ACT-CODE                    PIC X(4).
           05  ACT-NAME                    PIC X(20).
           05  ACT-SEASON                  PIC X(1).
               88  ACT-SEASON-VALID        VALUES "F" "W" "S" "Y".
           05  ACT-COACH-ID                PIC 9(3).
           05  ACT-DUES                    PIC S9(5)V99 COMP-3.
           05  ACT-STATUS                  PIC X(1).
               88  ACT-ACTIVE              VALUE "A".
               88  ACT-CLOSED              VALUE "C".
           05  ACT-LAST-CHANGED            PIC 9(8).
