      *> ===================================================================
      *> DISTRC.cpy
      *> Shared report distribution table record (distrib.idx).
      *>
      *> COPY this into the FD of any program that reads or writes the
      *> distribution table.  RPTBURST splits a finished print file
      *> into one piece per row here; DISTMNT keeps the table.
      *>
      *> Each report has one definition row (DST-REPORT-ROW, campus
      *> and recipient blank) whose DST-FERPA-FLAG says whether the
      *> report carries FERPA-restricted student detail, then one
      *> recipient row (DST-RECIPIENT-ROW) per office that gets it.
      *> A recipient row's campus is the campus whose pages it
      *> receives - "**" takes every page - and its DST-FERPA-FLAG
      *> says whether that recipient is authorized for restricted
      *> detail.  A restricted report is never burst to a recipient
      *> whose flag is not "Y"; a report with no definition row is
      *> treated as restricted.
      *> ===================================================================
           05  DST-KEY.
               10  DST-REPORT              PIC X(8).
               10  DST-CAMPUS              PIC X(2).
                   88  DST-ALL-CAMPUSES    VALUE "**".
               10  DST-RECIPIENT           PIC X(8).
           05  DST-ROW-TYPE                PIC X(1).
               88  DST-REPORT-ROW          VALUE "R".
               88  DST-RECIPIENT-ROW       VALUE "D".
           05  DST-RECIPIENT-NAME          PIC X(20).
           05  DST-COPIES                  PIC 9(2).
           05  DST-FERPA-FLAG              PIC X(1).
               88  DST-FERPA-YES           VALUE "Y".
               88  DST-FERPA-NO            VALUE "N".
