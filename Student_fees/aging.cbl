                   FILE STATUS IS SM-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCal.dat"
                   ORGANIZATION IS INDEXED
               SELECT AGING-REPORT-FILE ASSIGN TO "Aging.rpt"
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

           FD TERM-CALENDAR-FILE.
           01 TC-RECORD.
               02 TC-TERM-CODE         PIC X(6).
           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 TC-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-CAL-FILE-PRESENT PIC X VALUE "N".
               88 CALENDAR-IS-PRESENT VALUE "Y".
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DAYS PIC 9(7).
           01 WS-ANCHOR-DATE PIC 9(8).
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS = "00"
               SET CALENDAR-IS-PRESENT TO TRUE
           MOVE WS-COLUMN-LINE TO AG-PRINT-LINE.
           WRITE AG-PRINT-LINE.

           IF PAYMENT-LOG-IS-PRESENT
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           ELSE
               SET END-OF-PLF TO TRUE
           END-IF.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           PERFORM PRINT-AGING-TOTALS.

           CLOSE STUDENT-MASTER-FILE.
           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           IF CALENDAR-IS-PRESENT
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           MOVE ZERO TO WS-LAST-PAYMENT-DATE.
           PERFORM SKIP-ORPHAN-LOG-LINES.
           PERFORM NOTE-PAYMENT-DATE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.

       SKIP-ORPHAN-LOG-LINES.
           PERFORM SKIP-ONE-LOG-LINE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER IS GREATER THAN OR EQUAL TO
                   SM-STUDENT-NUMBER.

       SKIP-ONE-LOG-LINE.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       NOTE-PAYMENT-DATE.
           IF PL-PAYMENT-METHOD NOT = "RFND"
               AND PL-PAYMENT-METHOD NOT = "RVSL"
               AND PL-PAYMENT-METHOD NOT = "XFER"
               AND PL-RUN-DATE IS GREATER THAN WS-LAST-PAYMENT-DATE
               MOVE PL-RUN-DATE TO WS-LAST-PAYMENT-DATE
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       SLOT-INTO-BUCKET.
