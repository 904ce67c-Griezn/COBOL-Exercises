                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT PAYMENT-LOG-ARCHIVE ASSIGN TO "PayLogArch.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RETENTION-REPORT-FILE ASSIGN TO "Retain.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD PAYMENT-LOG-ARCHIVE.
           01 PLA-RECORD.
               02 PLA-STUDENT-NUMBER    PIC 9(7).
               02 PLA-PAYMENT           PIC 9(4)V99.
               02 PLA-RESULTING-BALANCE PIC 9(4)V99.
               02 PLA-RUN-DATE          PIC 9(8).
               02 PLA-PAYMENT-METHOD    PIC X(4).
               02 PLA-RECEIPT-NUMBER    PIC 9(8).
               02 PLA-TERM-CODE         PIC X(6).

           FD RETENTION-REPORT-FILE.
           01 RT-PRINT-LINE            PIC X(80).
           01 SM-FILE-STATUS PIC XX.
           01 CM-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-CUTOFF-TERM PIC X(6).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-ARCHIVED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-LIMIT-REACHED PIC X VALUE "N".
               88 ARCHIVE-LIMIT-REACHED VALUE "Y".
           01 WS-AR-IX PIC 9(4).
           01 WS-ARCHIVED-STUDENTS.
               02 WS-ARCHIVED-NUMBER OCCURS 1000 PIC 9(7).

           WRITE RT-PRINT-LINE.

       RELOCATE-PAYMENT-LOG.
           OPEN I-O PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENT LOG TO RELOCATE, FS = "
                   PL-FILE-STATUS
           ELSE
               OPEN EXTEND PAYMENT-LOG-ARCHIVE
               PERFORM RELOCATE-STUDENT-LOG
                   VARYING WS-AR-IX FROM 1 BY 1
                   UNTIL WS-AR-IX IS GREATER THAN WS-ARCHIVED-COUNT
               CLOSE PAYMENT-LOG-FILE
               CLOSE PAYMENT-LOG-ARCHIVE
           END-IF.

       RELOCATE-STUDENT-LOG.
           MOVE WS-ARCHIVED-NUMBER(WS-AR-IX) TO PL-STUDENT-NUMBER.
           MOVE ZERO TO PL-RECEIPT-NUMBER.
           MOVE ZERO TO PL-LINE-NUMBER.
           START PAYMENT-LOG-FILE KEY IS NOT LESS THAN PL-LOG-KEY
               INVALID KEY SET END-OF-PLF TO TRUE
           END-START.
           IF NOT END-OF-PLF
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET END-OF-PLF TO TRUE
               END-READ
           END-IF.
           PERFORM ARCHIVE-PAYMENT-LOG-LINE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER NOT = WS-ARCHIVED-NUMBER(WS-AR-IX).

       ARCHIVE-PAYMENT-LOG-LINE.
           MOVE PL-STUDENT-NUMBER TO PLA-STUDENT-NUMBER.
           MOVE PL-PAYMENT TO PLA-PAYMENT.
           MOVE PL-RESULTING-BALANCE TO PLA-RESULTING-BALANCE.
           MOVE PL-RUN-DATE TO PLA-RUN-DATE.
           MOVE PL-PAYMENT-METHOD TO PLA-PAYMENT-METHOD.
           MOVE PL-RECEIPT-NUMBER TO PLA-RECEIPT-NUMBER.
           MOVE PL-TERM-CODE TO PLA-TERM-CODE.
           WRITE PLA-RECORD.
           DELETE PAYMENT-LOG-FILE RECORD
               INVALID KEY
                   DISPLAY "PAYMENT LOG LINE NOT REMOVED, STUDENT = "
                       PL-STUDENT-NUMBER " RECEIPT = "
                       PL-RECEIPT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-LOG-LINES-MOVED
           END-DELETE.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.
