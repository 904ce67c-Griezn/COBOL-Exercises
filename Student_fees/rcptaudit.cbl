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

               SELECT AUDIT-REPORT-FILE ASSIGN TO "RcptAudit.rpt"
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

           FD AUDIT-REPORT-FILE.
           01 AU-PRINT-LINE            PIC X(90).


           WORKING-STORAGE SECTION.
           01 PL-FILE-STATUS PIC XX.
           01 WS-MISSING-COUNT PIC 9(8).
           01 WS-MS-COUNT PIC 9(2) VALUE ZERO.
           01 WS-MS-IX PIC 9(2).
           01 WS-MS-SHIFT PIC 9(2).
           01 WS-METHOD-STATE-TABLE.
               02 WS-MS-ENTRY OCCURS 31.
                   03 WS-MS-METHOD         PIC X(4).
                   03 WS-MS-PRIOR-RECEIPT  PIC 9(8).
                   03 WS-MS-PRIOR-DATE     PIC 9(8).
                   03 WS-MS-FIRST          PIC 9(8).
                   03 WS-MS-RECEIPTS       PIC 9(8).
                   03 WS-MS-GAPS           PIC 9(8).
                   03 WS-MS-DUPS           PIC 9(8).
           01 WS-TOTAL-GAPS PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-DUPS PIC 9(8) VALUE ZERO.
           01 WS-KEEP-NAME PIC X(20).


       PROCEDURE DIVISION.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PAYMENT LOG, FS = " PL-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.

           MOVE WS-HEADING-LINE TO AU-PRINT-LINE.
           MOVE SPACES TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

           MOVE ZERO TO PL-RECEIPT-NUMBER.
           START PAYMENT-LOG-FILE KEY IS GREATER THAN OR EQUAL TO
               PL-RECEIPT-NUMBER
               INVALID KEY SET END-OF-PLF TO TRUE
           END-START.
           IF NOT END-OF-PLF
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           END-IF.

           PERFORM AUDIT-RECEIPT-NUMBER UNTIL END-OF-PLF.

           IF WS-MS-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO AU-PRINT-LINE
               WRITE AU-PRINT-LINE
           END-IF.
           PERFORM PRINT-METHOD-SUMMARY
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX IS GREATER THAN WS-MS-COUNT.

           MOVE SPACES TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           MOVE WS-TOTAL-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.

           CLOSE PAYMENT-LOG-FILE.
           CLOSE AUDIT-REPORT-FILE.

           MOVE "RcptAudit.rpt" TO WS-KEEP-NAME.


       AUDIT-RECEIPT-NUMBER.
           PERFORM FIND-METHOD-STATE.
           IF WS-MS-RECEIPTS(WS-MS-IX) = ZERO
               MOVE PL-RECEIPT-NUMBER TO WS-MS-FIRST(WS-MS-IX)
           ELSE
               IF PL-RECEIPT-NUMBER = WS-MS-PRIOR-RECEIPT(WS-MS-IX)
                   PERFORM REPORT-DUPLICATE-RECEIPT
               ELSE
                   IF PL-RECEIPT-NUMBER IS GREATER THAN
                           WS-MS-PRIOR-RECEIPT(WS-MS-IX) + 1
                       PERFORM REPORT-RECEIPT-GAP
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-MS-RECEIPTS(WS-MS-IX).
           MOVE PL-RECEIPT-NUMBER TO WS-MS-PRIOR-RECEIPT(WS-MS-IX).
           MOVE PL-RUN-DATE TO WS-MS-PRIOR-DATE(WS-MS-IX).
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       FIND-METHOD-STATE.
           MOVE 1 TO WS-MS-IX.
           PERFORM PASS-LOWER-METHOD
               UNTIL WS-MS-IX IS GREATER THAN WS-MS-COUNT
               OR WS-MS-METHOD(WS-MS-IX) IS NOT LESS THAN
                   PL-PAYMENT-METHOD.
           IF WS-MS-IX IS GREATER THAN WS-MS-COUNT
               OR WS-MS-METHOD(WS-MS-IX) NOT = PL-PAYMENT-METHOD
               IF WS-MS-COUNT = 30
                   DISPLAY "MORE THAN 30 METHODS - METHOD "
                       PL-PAYMENT-METHOD " AUDITED WITH "
                       WS-MS-METHOD(30)
                   MOVE 30 TO WS-MS-IX
               ELSE
                   PERFORM OPEN-METHOD-STATE
               END-IF
           END-IF.

       PASS-LOWER-METHOD.
           ADD 1 TO WS-MS-IX.

       OPEN-METHOD-STATE.
           ADD 1 TO WS-MS-COUNT.
           PERFORM SHIFT-METHOD-UP
               VARYING WS-MS-SHIFT FROM WS-MS-COUNT BY -1
               UNTIL WS-MS-SHIFT IS NOT GREATER THAN WS-MS-IX.
           MOVE PL-PAYMENT-METHOD TO WS-MS-METHOD(WS-MS-IX).
           MOVE ZERO TO WS-MS-PRIOR-RECEIPT(WS-MS-IX).
           MOVE ZERO TO WS-MS-PRIOR-DATE(WS-MS-IX).
           MOVE ZERO TO WS-MS-FIRST(WS-MS-IX).
           MOVE ZERO TO WS-MS-RECEIPTS(WS-MS-IX).
           MOVE ZERO TO WS-MS-GAPS(WS-MS-IX).
           MOVE ZERO TO WS-MS-DUPS(WS-MS-IX).

       SHIFT-METHOD-UP.
           MOVE WS-MS-ENTRY(WS-MS-SHIFT - 1)
               TO WS-MS-ENTRY(WS-MS-SHIFT).

       REPORT-DUPLICATE-RECEIPT.
           MOVE PL-PAYMENT-METHOD TO WS-DP-METHOD.
           MOVE PL-RECEIPT-NUMBER TO WS-DP-RECEIPT.
           MOVE WS-MS-PRIOR-DATE(WS-MS-IX) TO WS-DP-DATE-1.
           MOVE PL-RUN-DATE TO WS-DP-DATE-2.
           MOVE PL-STUDENT-NUMBER TO WS-DP-STUDENT.
           MOVE WS-DUP-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           ADD 1 TO WS-MS-DUPS(WS-MS-IX).
           ADD 1 TO WS-TOTAL-DUPS.

       REPORT-RECEIPT-GAP.
           MOVE PL-PAYMENT-METHOD TO WS-GP-METHOD.
           COMPUTE WS-GP-FROM = WS-MS-PRIOR-RECEIPT(WS-MS-IX) + 1.
           COMPUTE WS-GP-TO = PL-RECEIPT-NUMBER - 1.
           COMPUTE WS-MISSING-COUNT =
               PL-RECEIPT-NUMBER - WS-MS-PRIOR-RECEIPT(WS-MS-IX) - 1.
           MOVE WS-MISSING-COUNT TO WS-GP-COUNT.
           MOVE WS-GAP-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
           ADD 1 TO WS-MS-GAPS(WS-MS-IX).
           ADD WS-MISSING-COUNT TO WS-TOTAL-GAPS.

       PRINT-METHOD-SUMMARY.
           MOVE WS-MS-METHOD(WS-MS-IX) TO WS-MT-METHOD.
           MOVE WS-MS-FIRST(WS-MS-IX) TO WS-MT-FIRST.
           MOVE WS-MS-RECEIPTS(WS-MS-IX) TO WS-MT-RECEIPTS.
           MOVE WS-MS-GAPS(WS-MS-IX) TO WS-MT-GAPS.
           MOVE WS-MS-DUPS(WS-MS-IX) TO WS-MT-DUPS.
           MOVE WS-METHOD-LINE TO AU-PRINT-LINE.
           WRITE AU-PRINT-LINE.
