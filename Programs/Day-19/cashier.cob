       01 WS-OPERATOR-ID           PIC X(8).
       01 WS-SIGNED-FLAG           PIC X(1).

       *> JRNLWR call arguments - every batch record goes on the
       *> online journal before the receipt is confirmed, so a lost
       *> batch file can be rebuilt to the last payment taken.
       01 WS-JRN-PROGRAM           PIC X(10) VALUE "CASHIER".
       01 WS-JRN-FILE              PIC X(8) VALUE "CASHBAT".
       01 WS-JRN-ACTION            PIC X(1) VALUE "W".
       01 WS-JRN-IMAGE             PIC X(100).
       01 WS-JRN-FLAG              PIC X(1).

       PROCEDURE DIVISION.
       Main-Para.
           PERFORM SET-FILENAMES
           MOVE WS-RECEIPT-NUM TO WS-RECEIPT-EDIT
           STRING "RCPT" WS-RECEIPT-EDIT
               DELIMITED BY SIZE INTO CSH-BANK-REF
           WRITE CASH-BATCH-RECORD
           MOVE CASH-BATCH-RECORD TO WS-JRN-IMAGE
           CALL "JRNLWR" USING WS-JRN-PROGRAM WS-JRN-FILE
               WS-JRN-ACTION WS-JRN-IMAGE WS-JRN-FLAG
           IF WS-JRN-FLAG NOT = "Y"
               DISPLAY "CASHIER: *** RECEIPT " WS-RECEIPT-NUM
                   " NOT JOURNALED - TELL OPERATIONS ***"
           END-IF.

       PRINT-RECEIPT.
           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-IN
