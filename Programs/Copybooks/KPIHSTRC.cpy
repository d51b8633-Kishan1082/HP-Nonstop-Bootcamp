      *> ===================================================================
      *> KPIHSTRC.cpy
      *> Board KPI history record (kpihist.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> monthly board KPI history.  One record per month per campus,
      *> plus one district-wide record under campus "**", written by
      *> BOARDKPI's month-end run - so this month can be set beside
      *> last month and the same month last year without anybody
      *> rebuilding old figures from today's files.
      *>
      *> Enrollment, standing, holds, receivables and vacancies are
      *> as the files stood on KPI-RUN-DATE; attendance, billing and
      *> collections are the month's own activity.  The raw counts
      *> and amounts are kept beside each percentage so a district
      *> figure is always re-derived from them, never averaged.
      *> ===================================================================
           05  KPI-KEY.
               10  KPI-MONTH               PIC 9(6).
               10  KPI-CAMPUS              PIC X(2).
                   88  KPI-DISTRICT-ROW    VALUE "**".
           05  KPI-RUN-DATE                PIC 9(8).
           05  KPI-ACTIVE-ENROLLMENT       PIC 9(6).
           05  KPI-DAYS-ENROLLED           PIC 9(7).
           05  KPI-DAYS-PRESENT            PIC 9(7).
           05  KPI-ADA-PCT                 PIC 9(3)V99.
           05  KPI-PROBATION-COUNT         PIC 9(6).
           05  KPI-PROBATION-PCT           PIC 9(3)V99.
           05  KPI-DEANS-LIST-COUNT        PIC 9(6).
           05  KPI-DEANS-LIST-PCT          PIC 9(3)V99.
           05  KPI-AR-OVER-90              PIC S9(7)V99 COMP-3.
           05  KPI-BILLED                  PIC S9(7)V99 COMP-3.
           05  KPI-COLLECTED               PIC S9(7)V99 COMP-3.
           05  KPI-COLLECTION-PCT          PIC 9(3)V99.
           05  KPI-OPEN-HOLDS              PIC 9(6).
           05  KPI-VACANT-POSITIONS        PIC 9(4).
           05  KPI-VACANT-FTE              PIC 9(4)V99.
