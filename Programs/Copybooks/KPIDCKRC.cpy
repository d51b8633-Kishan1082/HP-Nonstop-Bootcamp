      *> ===================================================================
      *> KPIDCKRC.cpy
      *> Board slide-deck KPI figure record (kpideck.dat).
      *>
      *> COPY this into the FD of any program that writes or reads the
      *> flat KPI file the board's slide deck is built from.  One
      *> record per campus per measure, carrying exactly the figures
      *> on BOARDKPI's one-page summary: this month, last month and
      *> the same month last year.  Campus "**" is the district.
      *>
      *> KDK-KIND says how to show the figure: "C" a count, "P" a
      *> percentage, "M" a dollar amount.  A period with no history
      *> on file carries "N" in its flag and zero in its figure.
      *> ===================================================================
           05  KDK-MONTH                   PIC 9(6).
           05  KDK-CAMPUS                  PIC X(2).
           05  KDK-KPI-CODE                PIC X(8).
           05  KDK-KPI-NAME                PIC X(30).
           05  KDK-KIND                    PIC X(1).
               88  KDK-COUNT               VALUE "C".
               88  KDK-PERCENT             VALUE "P".
               88  KDK-MONEY               VALUE "M".
           05  KDK-THIS-MONTH              PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  KDK-LAST-MONTH-FLAG         PIC X(1).
           05  KDK-LAST-MONTH              PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  KDK-LAST-YEAR-FLAG          PIC X(1).
           05  KDK-LAST-YEAR               PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
