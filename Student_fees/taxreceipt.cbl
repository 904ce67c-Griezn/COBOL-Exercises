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

               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
               SELECT TAX-RECEIPT-FILE ASSIGN TO "TaxRcpt.rpt"
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
               02 PL-RUN-YEAR REDEFINES PL-RUN-DATE.
                   03 PL-YEAR              PIC 9(4).
                   03 FILLER               PIC 9(4).
               02 PL-PAYMENT-METHOD    PIC X(4).
               02 PL-TERM-CODE         PIC X(6).

           FD STUDENT-MASTER-FILE.
           01 SM-RECORD.
               02 SM-STUDENT-NUMBER    PIC 9(7).
           01 SM-FILE-STATUS PIC XX.
           01 TR-FILE-STATUS PIC XX.
           01 TQ-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-TAX-YEAR-PARM PIC X(8).
           01 WS-TAX-YEAR PIC 9(4).
           01 WS-RUN-DATE PIC 9(8).
           END-IF.
           MOVE FUNCTION NUMVAL(WS-TAX-YEAR-PARM) TO WS-TAX-YEAR.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
               END-IF
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT TAX-RECEIPT-FILE.

           IF PAYMENT-LOG-IS-PRESENT
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           ELSE
               SET END-OF-PLF TO TRUE
           END-IF.

           PERFORM PROCESS-STUDENT-YEAR UNTIL END-OF-PLF.

           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           CLOSE TAX-RECEIPT-FILE.
           CLOSE TAX-REGISTER-FILE.
           CLOSE STUDENT-MASTER-FILE.

       PROCESS-STUDENT-YEAR.
           MOVE ZERO TO WS-YEAR-TOTAL.
           MOVE PL-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
           PERFORM SUM-STUDENT-YEAR-LINES
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.
           IF WS-YEAR-TOTAL IS GREATER THAN ZERO
               PERFORM ISSUE-TAX-RECEIPT
           END-IF.

       SUM-STUDENT-YEAR-LINES.
           IF PL-YEAR = WS-TAX-YEAR
               EVALUATE PL-PAYMENT-METHOD
                   WHEN "RFND"
                   WHEN "RVSL"
                       SUBTRACT PL-PAYMENT FROM WS-YEAR-TOTAL
                   WHEN "XFER"
                       CONTINUE
                   WHEN OTHER
                       ADD PL-PAYMENT TO WS-YEAR-TOTAL
               END-EVALUATE
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       ISSUE-TAX-RECEIPT.
