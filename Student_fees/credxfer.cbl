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

               SELECT TRANSFER-SEQUENCE-FILE ASSIGN TO "XferSeq.dat"
                   ORGANIZATION IS LINE SEQUENTIAL

           FD PAYMENT-LOG-FILE.
           01 PL-RECORD.
               02 PL-LOG-KEY.
                   03 PL-STUDENT-NUMBER    PIC 9(7).
                   03 PL-RECEIPT-NUMBER    PIC 9(8).
                   03 PL-LINE-NUMBER       PIC 9(2).
               02 PL-PAYMENT           PIC 9(4)V99.
               02 PL-RESULTING-BALANCE PIC 9(4)V99.
               02 PL-RUN-DATE          PIC 9(8).
               02 PL-PAYMENT-METHOD    PIC X(4).
               02 PL-TERM-CODE         PIC X(6).

           FD TRANSFER-SEQUENCE-FILE.
           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 XQ-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PRIOR-CREDIT PIC S9(5)V99.
           01 WS-CURRENT-SHORTFALL PIC S9(5)V99.
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           PERFORM OPEN-PAYMENT-LOG.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PAYMENT LOG, FS = " PL-FILE-STATUS
               CLOSE STUDENT-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           MOVE "XFER" TO PL-PAYMENT-METHOD.
           MOVE WS-TRANSFER-REFERENCE TO PL-RECEIPT-NUMBER.
           MOVE SM-TERM-CODE TO PL-TERM-CODE.
           PERFORM WRITE-PAYMENT-LOG-RECORD.

       OPEN-PAYMENT-LOG.
           OPEN I-O PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "35"
               OPEN OUTPUT PAYMENT-LOG-FILE
               IF PL-FILE-STATUS = "00"
                   CLOSE PAYMENT-LOG-FILE
                   OPEN I-O PAYMENT-LOG-FILE
               END-IF
           END-IF.

       WRITE-PAYMENT-LOG-RECORD.
           MOVE ZERO TO PL-LINE-NUMBER.
           MOVE "22" TO PL-FILE-STATUS.
           PERFORM INSERT-PAYMENT-LOG-RECORD
               UNTIL PL-FILE-STATUS NOT = "22"
               OR PL-LINE-NUMBER = 99.
           IF NOT PAYMENT-LOG-WRITTEN
               DISPLAY "PAYMENT LOG NOT WRITTEN, FS = " PL-FILE-STATUS
                   " STUDENT = " PL-STUDENT-NUMBER
                   " RECEIPT = " PL-RECEIPT-NUMBER
           END-IF.

       INSERT-PAYMENT-LOG-RECORD.
           ADD 1 TO PL-LINE-NUMBER.
           WRITE PL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
