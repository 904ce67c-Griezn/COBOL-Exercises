                   FILE STATUS IS SL-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT AUDIT-REPORT-FILE ASSIGN TO "Audit.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.

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
           01 AU-PRINT-LINE            PIC X(100).

           01 EN-FILE-STATUS PIC XX.
           01 SL-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
           END-READ.

       AUDIT-PAYMENT-TOTALS.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           IF PAYMENT-LOG-IS-PRESENT
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           ELSE
               SET END-OF-PLF TO TRUE
           END-IF.

           MOVE ZERO TO SM-STUDENT-NUMBER.
           START STUDENT-MASTER-FILE KEY IS GREATER THAN OR EQUAL
               PERFORM AUDIT-ONE-STUDENT-TOTAL UNTIL END-OF-SMF
           END-IF.

           PERFORM REPORT-ORPHAN-LOG-LINE UNTIL END-OF-PLF.
           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       AUDIT-ONE-STUDENT-TOTAL.
           PERFORM REPORT-ORPHAN-LOG-LINE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER IS GREATER THAN OR EQUAL TO
                   SM-STUDENT-NUMBER.
           MOVE ZERO TO WS-LOG-TOTAL.
           PERFORM SUM-STUDENT-LOG-LINES
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.
           ADD SM-AMOUNT-PAID SM-PRIOR-AMOUNT-PAID
               GIVING WS-MASTER-TOTAL.
           IF WS-LOG-TOTAL NOT = WS-MASTER-TOTAL
           END-READ.

       SUM-STUDENT-LOG-LINES.
           EVALUATE PL-PAYMENT-METHOD
               WHEN "RFND"
               WHEN "RVSL"
                   SUBTRACT PL-PAYMENT FROM WS-LOG-TOTAL
               WHEN "XFER"
                   CONTINUE
               WHEN OTHER
                   ADD PL-PAYMENT TO WS-LOG-TOTAL
           END-EVALUATE.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       REPORT-ORPHAN-LOG-LINE.
           MOVE "PAYLOG" TO WS-DC-SOURCE.
           STRING "LOG LINE FOR STUDENT " PL-STUDENT-NUMBER
               " RECEIPT " PL-RECEIPT-NUMBER
               " HAS NO MASTER RECORD"
               DELIMITED BY SIZE INTO WS-DC-TEXT
           END-STRING.
           PERFORM WRITE-DISCREPANCY.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.
