               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHIVE-FS.

           *> Each archive registers in the catalog GENMGR manages,
           *> under the one base name "stuarch", so the archive
           *> inquiry can find every generation and date it.
           SELECT GEN-CATALOG-FILE ASSIGN TO WS-GENCAT-DSNAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GENCAT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD            PIC X(61).

       FD GEN-CATALOG-FILE.
       01 GEN-CATALOG-RECORD.
           05 GEN-BASE-NAME         PIC X(20).
           05 GEN-FILE-NAME         PIC X(40).
           05 GEN-RUN-DATE          PIC 9(8).
           05 GEN-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DSNAME         PIC X(40) VALUE "student.idx".
       01 WS-UNLOAD-DSNAME          PIC X(40) VALUE "reorg.unl".
       01 STUDENT-FS               PIC XX.
       01 UNLOAD-FS                PIC XX.
       01 ARCHIVE-FS               PIC XX.
       01 WS-GENCAT-DSNAME          PIC X(40) VALUE "gencat.dat".
       01 GENCAT-FS                PIC XX.
       01 WS-ARCHIVE-BASE          PIC X(20) VALUE "stuarch".
       01 WS-EOF                   PIC X VALUE "N".
       01 WS-RUN-DATE              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-X            PIC X(8).
           PERFORM UNLOAD-THE-MASTER
           PERFORM VERIFY-THE-UNLOAD
           PERFORM WRITE-THE-ARCHIVE
           IF WS-ARCHIVE-COUNT > ZERO
               PERFORM REGISTER-THE-ARCHIVE
           END-IF
           PERFORM RELOAD-THE-SURVIVORS
           PERFORM VERIFY-THE-RELOAD
           PERFORM PRINT-SPACE-REPORT
                   " GOT " WS-VFY-COUNT
           END-IF.

       REGISTER-THE-ARCHIVE.
           OPEN EXTEND GEN-CATALOG-FILE
           IF GENCAT-FS NOT = "00"
               OPEN OUTPUT GEN-CATALOG-FILE
           END-IF
           IF GENCAT-FS = "00"
               MOVE WS-ARCHIVE-BASE   TO GEN-BASE-NAME
               MOVE WS-ARCHIVE-DSNAME TO GEN-FILE-NAME
               MOVE WS-RUN-DATE       TO GEN-RUN-DATE
               MOVE "A"               TO GEN-STATUS
               WRITE GEN-CATALOG-RECORD
               CLOSE GEN-CATALOG-FILE
           END-IF.

       PRINT-SPACE-REPORT.
           COMPUTE WS-BEFORE-BYTES =
               WS-BEFORE-COUNT * FUNCTION LENGTH(STUDENT-RECORD)
           IF WS-ENV-OVERRIDE NOT = SPACES
               COMPUTE WS-CUTOFF-DAYS =
                   FUNCTION NUMVAL(WS-ENV-OVERRIDE)
           END-IF

           MOVE SPACES TO WS-ENV-OVERRIDE
           ACCEPT WS-ENV-OVERRIDE FROM ENVIRONMENT "GENCAT-FILE"
           IF WS-ENV-OVERRIDE NOT = SPACES
               MOVE WS-ENV-OVERRIDE TO WS-GENCAT-DSNAME
           END-IF.
