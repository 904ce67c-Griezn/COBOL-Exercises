           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT DEPOSIT-REPORT-FILE ASSIGN TO "Deposit.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PAYMENT-LOG-FILE.
           01 PL-RECORD.
               88 END-OF-PLF VALUE HIGH-VALUE.
               02 PL-LOG-KEY.
                   03 PL-STUDENT-NUMBER    PIC 9(7).
                   03 PL-RECEIPT-NUMBER    PIC 9(8).
                   03 PL-LINE-NUMBER       PIC 9(2).
               02 PL-PAYMENT           PIC 9(4)V99.
               02 PL-RESULTING-BALANCE PIC 9(4)V99.
               02 PL-RUN-DATE          PIC 9(8).
               02 PL-PAYMENT-METHOD    PIC X(4).
               02 PL-TERM-CODE         PIC X(6).

           FD DEPOSIT-REPORT-FILE.
           01 DP-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 PL-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
           01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
           01 WS-MT-COUNT PIC 9(2).
           01 WS-MT-IX PIC 9(2).
           01 WS-MT-SHIFT PIC 9(2).
           01 WS-METHOD-TABLE.
               02 WS-MT-ENTRY OCCURS 31.
                   03 WS-MT-METHOD         PIC X(4).
                   03 WS-MT-ITEMS          PIC 9(6).
                   03 WS-MT-AMOUNT         PIC 9(8)V99.
           01 WS-DAY-COUNT PIC 9(6).
           01 WS-DAY-AMOUNT PIC 9(8)V99.
           01 WS-REFUND-AMOUNT PIC 9(8)V99.


       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-COMMAND-LINE) TO WS-FROM-DATE
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PAYMENT LOG, FS = " PL-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT DEPOSIT-REPORT-FILE.

           MOVE WS-HEADING-LINE TO DP-PRINT-LINE.
           WRITE DP-PRINT-LINE.

           MOVE WS-FROM-DATE TO PL-RUN-DATE.
           START PAYMENT-LOG-FILE KEY IS GREATER THAN OR EQUAL TO
               PL-RUN-DATE
               INVALID KEY SET END-OF-PLF TO TRUE
           END-START.
           IF NOT END-OF-PLF
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           END-IF.

           PERFORM SUMMARISE-PAYMENT-LINE UNTIL END-OF-PLF.

           IF WS-PRIOR-DATE NOT = ZERO
               PERFORM PRINT-BANKING-DAY
           END-IF.

           CLOSE PAYMENT-LOG-FILE.
           CLOSE DEPOSIT-REPORT-FILE.

           MOVE "Deposit.rpt" TO WS-KEEP-NAME.


       SUMMARISE-PAYMENT-LINE.
           IF PL-RUN-DATE NOT = WS-PRIOR-DATE
               IF WS-PRIOR-DATE NOT = ZERO
                   PERFORM PRINT-BANKING-DAY
               END-IF
               PERFORM START-NEW-BANKING-DAY
           END-IF.

           PERFORM ADD-TO-METHOD-TOTAL.
           EVALUATE PL-PAYMENT-METHOD
               WHEN "RFND"
                   ADD PL-PAYMENT TO WS-REFUND-AMOUNT
               WHEN "RVSL"
                   ADD PL-PAYMENT TO WS-REVERSAL-AMOUNT
               WHEN "XFER"
                   ADD PL-PAYMENT TO WS-TRANSFER-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-DAY-COUNT
                   ADD PL-PAYMENT TO WS-DAY-AMOUNT
           END-EVALUATE.

           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       ADD-TO-METHOD-TOTAL.
           MOVE 1 TO WS-MT-IX.
           PERFORM PASS-LOWER-METHOD
               UNTIL WS-MT-IX IS GREATER THAN WS-MT-COUNT
               OR WS-MT-METHOD(WS-MT-IX) IS NOT LESS THAN
                   PL-PAYMENT-METHOD.
           IF WS-MT-IX IS GREATER THAN WS-MT-COUNT
               OR WS-MT-METHOD(WS-MT-IX) NOT = PL-PAYMENT-METHOD
               IF WS-MT-COUNT = 30
                   DISPLAY "MORE THAN 30 METHODS ON " PL-RUN-DATE
                       " - METHOD " PL-PAYMENT-METHOD
                       " COUNTED UNDER " WS-MT-METHOD(30)
                   MOVE 30 TO WS-MT-IX
               ELSE
                   PERFORM OPEN-METHOD-SLOT
               END-IF
           END-IF.
           ADD 1 TO WS-MT-ITEMS(WS-MT-IX).
           ADD PL-PAYMENT TO WS-MT-AMOUNT(WS-MT-IX).

       PASS-LOWER-METHOD.
           ADD 1 TO WS-MT-IX.

       OPEN-METHOD-SLOT.
           ADD 1 TO WS-MT-COUNT.
           PERFORM SHIFT-METHOD-UP
               VARYING WS-MT-SHIFT FROM WS-MT-COUNT BY -1
               UNTIL WS-MT-SHIFT IS NOT GREATER THAN WS-MT-IX.
           MOVE PL-PAYMENT-METHOD TO WS-MT-METHOD(WS-MT-IX).
           MOVE ZERO TO WS-MT-ITEMS(WS-MT-IX).
           MOVE ZERO TO WS-MT-AMOUNT(WS-MT-IX).

       SHIFT-METHOD-UP.
           MOVE WS-MT-ENTRY(WS-MT-SHIFT - 1)
               TO WS-MT-ENTRY(WS-MT-SHIFT).

       START-NEW-BANKING-DAY.
           MOVE PL-RUN-DATE TO WS-PRIOR-DATE.
           MOVE ZERO TO WS-MT-COUNT.
           MOVE ZERO TO WS-DAY-COUNT.
           MOVE ZERO TO WS-DAY-AMOUNT.
           MOVE ZERO TO WS-REFUND-AMOUNT.
           MOVE WS-DATE-LINE TO DP-PRINT-LINE.
           WRITE DP-PRINT-LINE.

       PRINT-BANKING-DAY.
           PERFORM PRINT-METHOD-TOTAL
               VARYING WS-MT-IX FROM 1 BY 1
               UNTIL WS-MT-IX IS GREATER THAN WS-MT-COUNT.
           PERFORM PRINT-DAY-TOTAL.

       PRINT-METHOD-TOTAL.
           MOVE WS-MT-METHOD(WS-MT-IX) TO WS-ML-METHOD.
           MOVE WS-MT-ITEMS(WS-MT-IX) TO WS-ML-COUNT.
           MOVE WS-MT-AMOUNT(WS-MT-IX) TO WS-ML-AMOUNT.
           MOVE WS-METHOD-LINE TO DP-PRINT-LINE.
           WRITE DP-PRINT-LINE.

