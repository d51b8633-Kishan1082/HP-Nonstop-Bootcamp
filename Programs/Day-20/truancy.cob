           05 TRM-NEXT-TERM         PIC 9(2).
           05 TRM-NEXT-START        PIC 9(8).
           05 TRM-NEXT-END          PIC 9(8).
           05 TRM-CENSUS-DATE       PIC 9(8).
           05 TRM-NEXT-CENSUS       PIC 9(8).
           05 TRM-ADD-DEADLINE      PIC 9(8).
           05 TRM-DROP-DEADLINE     PIC 9(8).
           05 TRM-NEXT-ADD-DEADLINE PIC 9(8).
           05 TRM-NEXT-DROP-DEADLINE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ATTDETL-DSNAME         PIC X(40) VALUE "attdetl.idx".
