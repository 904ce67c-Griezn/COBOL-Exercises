                   FILE STATUS IS SPR-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT AGING-REPORT-FILE ASSIGN TO "RejAging.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD AGING-REPORT-FILE.
           01 CM-FILE-STATUS PIC XX.
           01 SIR-FILE-STATUS PIC XX.
           01 SPR-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 TL-FILE-STATUS PIC XX.
           01 WS-TAIL-COUNT PIC 9(6) VALUE ZERO.
           01 WS-TAIL-PRESENT PIC X VALUE "N".
               DISPLAY "REASON FILTER (BLANK FOR ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-FILTER
               PERFORM OPEN-PAYMENT-LOG
               IF PL-FILE-STATUS NOT = "00"
                   DISPLAY "PAYMENT LOG NOT AVAILABLE, FS = "
                       PL-FILE-STATUS
               ELSE
                   PERFORM REVIEW-PAYMENT-REJECT
                       VARYING WS-PAY-IX FROM 1 BY 1
                       UNTIL WS-PAY-IX IS GREATER THAN WS-PAY-COUNT
                   CLOSE PAYMENT-LOG-FILE
                   PERFORM UNLOAD-PAYMENT-REJECTS
               END-IF
           END-IF.

       LOAD-PAYMENT-REJECTS.
           MOVE WS-PAY-METHOD(WS-PAY-IX) TO PL-PAYMENT-METHOD.
           MOVE WS-PAY-RECEIPT(WS-PAY-IX) TO PL-RECEIPT-NUMBER.
           MOVE WS-PAY-TERM-CODE(WS-PAY-IX) TO PL-TERM-CODE.
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

       PRINT-AGING-REPORT.
           DISPLAY "LIST REJECTS OLDER THAN HOW MANY DAYS: "
