       IDENTIFICATION DIVISION.
       PROGRAM-ID. notify.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS SM-FILE-STATUS.

               SELECT STUDENT-ADDRESS-FILE ASSIGN TO "StudAddr.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AD-STUDENT-NUMBER
                   FILE STATUS IS AD-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PayPlan.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PP-PLAN-KEY
                   FILE STATUS IS PP-FILE-STATUS.

               SELECT REFUND-REGISTER-FILE ASSIGN TO "RefundReg.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RR-FILE-STATUS.

               SELECT NOTIFY-SENT-FILE ASSIGN TO "NotifySent.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NS-NOTIFY-KEY
                   FILE STATUS IS NS-FILE-STATUS.

               SELECT NOTIFY-FILE ASSIGN TO "Notify.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT NOTIFY-EXCEPTION-FILE ASSIGN TO "NotifyEx.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           01 SM-RECORD.
               02 SM-STUDENT-NUMBER    PIC 9(7).
               02 SM-STUDENT-NAME      PIC X(30).
               02 SM-GENDER            PIC X(1).
               02 SM-COURSE-CODE       PIC X(4).
               02 SM-TERM-CODE         PIC X(6).
               02 SM-FEES-OWED         PIC 9(4).
               02 SM-AMOUNT-PAID       PIC 9(4)V99.
               02 SM-PRIOR-FEES-OWED   PIC 9(4).
               02 SM-PRIOR-AMOUNT-PAID PIC 9(4)V99.

           FD STUDENT-ADDRESS-FILE.
           01 AD-RECORD.
               02 AD-STUDENT-NUMBER    PIC 9(7).
               02 AD-ADDRESS-LINE-1    PIC X(30).
               02 AD-ADDRESS-LINE-2    PIC X(30).
               02 AD-CITY              PIC X(20).
               02 AD-POSTCODE          PIC X(8).
               02 AD-PHONE             PIC X(12).
               02 AD-EMAIL             PIC X(30).

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

           FD PAYMENT-PLAN-FILE.
           01 PP-RECORD.
               88 END-OF-PPF VALUE HIGH-VALUE.
               02 PP-PLAN-KEY.
                   03 PP-STUDENT-NUMBER    PIC 9(7).
                   03 PP-INSTALLMENT-NO    PIC 9(2).
               02 PP-DUE-DATE          PIC 9(8).
               02 PP-SCHEDULED-AMOUNT  PIC 9(4)V99.
               02 PP-AMOUNT-APPLIED    PIC 9(4)V99.

           FD REFUND-REGISTER-FILE.
           01 RR-RECORD.
               88 END-OF-RRF VALUE HIGH-VALUE.
               02 RR-STUDENT-NUMBER    PIC 9(7).
               02 RR-STUDENT-NAME      PIC X(30).
               02 RR-REFUND-AMOUNT     PIC 9(4)V99.
               02 RR-REFUND-REFERENCE  PIC 9(8).
               02 RR-RUN-DATE          PIC 9(8).
               02 RR-AUTHORISER        PIC X(8).

           FD NOTIFY-SENT-FILE.
           01 NS-RECORD.
               02 NS-NOTIFY-KEY.
                   03 NS-STUDENT-NUMBER    PIC 9(7).
                   03 NS-MESSAGE-TYPE      PIC X(4).
                   03 NS-REFERENCE         PIC 9(8).
                   03 NS-SEQUENCE          PIC 9(2).
               02 NS-SENT-DATE         PIC 9(8).
               02 NS-CHANNELS          PIC X(2).

           FD NOTIFY-FILE.
           01 NF-RECORD.
               02 NF-RUN-DATE          PIC 9(8).
               02 NF-MESSAGE-TYPE      PIC X(4).
               02 NF-STUDENT-NUMBER    PIC 9(7).
               02 NF-STUDENT-NAME      PIC X(30).
               02 NF-EMAIL             PIC X(30).
               02 NF-PHONE             PIC X(12).
               02 NF-AMOUNT            PIC 9(5)V99.
               02 NF-REFERENCE         PIC 9(8).
               02 NF-EVENT-DATE        PIC 9(8).
               02 NF-MESSAGE-TEXT      PIC X(80).

           FD NOTIFY-EXCEPTION-FILE.
           01 NX-RECORD.
               02 NX-STUDENT-NUMBER    PIC 9(7).
               02 NX-STUDENT-NAME      PIC X(30).
               02 NX-MESSAGE-TYPE      PIC X(4).
               02 NX-REFERENCE         PIC 9(8).
               02 NX-RUN-DATE          PIC 9(8).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 AD-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 PP-FILE-STATUS PIC XX.
           01 RR-FILE-STATUS PIC XX.
           01 NS-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-LOOKBACK-DAYS PIC 9(2) VALUE 7.
           01 WS-REMINDER-DAYS PIC 9(2) VALUE 5.
           01 WS-LOOKBACK-DATE PIC 9(8).
           01 WS-REMIND-THROUGH PIC 9(8).
           01 WS-ADDRESS-PRESENT PIC X VALUE "N".
               88 ADDRESS-FILE-IS-PRESENT VALUE "Y".
           01 WS-CONTACT PIC X VALUE "N".
               88 CONTACT-IS-ON-FILE VALUE "Y".
               88 CONTACT-IS-MISSING VALUE "N".
           01 WS-SENT PIC X VALUE "N".
               88 MESSAGE-ALREADY-SENT VALUE "Y".

           01 WS-RECEIPTS-SENT PIC 9(6) VALUE ZERO.
           01 WS-REMINDERS-SENT PIC 9(6) VALUE ZERO.
           01 WS-REFUNDS-SENT PIC 9(6) VALUE ZERO.
           01 WS-MESSAGES-WRITTEN PIC 9(8) VALUE ZERO.
           01 WS-CONTACT-EXCEPTIONS PIC 9(8) VALUE ZERO.

           01 WS-MESSAGE.
               02 WS-MSG-TYPE          PIC X(4).
                   88 MESSAGE-IS-RECEIPT   VALUE "RCPT".
                   88 MESSAGE-IS-REMINDER  VALUE "INST".
                   88 MESSAGE-IS-REFUND    VALUE "RFND".
               02 WS-MSG-STUDENT-NUMBER PIC 9(7).
               02 WS-MSG-STUDENT-NAME  PIC X(30).
               02 WS-MSG-REFERENCE     PIC 9(8).
               02 WS-MSG-SEQUENCE      PIC 9(2).
               02 WS-MSG-AMOUNT        PIC 9(5)V99.
               02 WS-MSG-BALANCE       PIC 9(5)V99.
               02 WS-MSG-EVENT-DATE    PIC 9(8).
           01 WS-TEXT-AMOUNT PIC $$$,$$9.99.
           01 WS-TEXT-BALANCE PIC $$$,$$9.99.
           01 WS-TEXT-DATE.
               02 WS-TD-YEAR           PIC 9(4).
               02 FILLER               PIC X VALUE "-".
               02 WS-TD-MONTH          PIC 9(2).
               02 FILLER               PIC X VALUE "-".
               02 WS-TD-DAY            PIC 9(2).
           01 WS-EVENT-DATE-PARTS.
               02 WS-ED-YEAR           PIC 9(4).
               02 WS-ED-MONTH          PIC 9(2).
               02 WS-ED-DAY            PIC 9(2).

           LINKAGE SECTION.
           01 LS-RETURN-STATUS PIC XX.
           01 LS-RECORDS-PROCESSED PIC 9(8).
           01 LS-REJECT-COUNT PIC 9(8).


       PROCEDURE DIVISION USING LS-RETURN-STATUS
               LS-RECORDS-PROCESSED LS-REJECT-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO LS-RECORDS-PROCESSED.
           MOVE ZERO TO LS-REJECT-COUNT.
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-LOOKBACK-DAYS).
           COMPUTE WS-REMIND-THROUGH = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-REMINDER-DAYS).

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS " - NO NOTIFICATIONS"
               MOVE "98" TO LS-RETURN-STATUS
               GOBACK
           END-IF.

           OPEN I-O NOTIFY-SENT-FILE.
           IF NS-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFY-SENT-FILE
               IF NS-FILE-STATUS = "00"
                   CLOSE NOTIFY-SENT-FILE
                   OPEN I-O NOTIFY-SENT-FILE
               END-IF
           END-IF.
           IF NS-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN NOTIFICATION LOG, FS = "
                   NS-FILE-STATUS " - NO NOTIFICATIONS"
               CLOSE STUDENT-MASTER-FILE
               MOVE "98" TO LS-RETURN-STATUS
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF AD-FILE-STATUS = "00"
               SET ADDRESS-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN OUTPUT NOTIFY-FILE.
           OPEN OUTPUT NOTIFY-EXCEPTION-FILE.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               MOVE WS-LOOKBACK-DATE TO PL-RUN-DATE
               START PAYMENT-LOG-FILE KEY IS GREATER THAN PL-RUN-DATE
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
               END-IF
               PERFORM NOTIFY-RECEIPT UNTIL END-OF-PLF
               CLOSE PAYMENT-LOG-FILE
           END-IF.

           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PP-FILE-STATUS = "00"
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END SET END-OF-PPF TO TRUE
               END-READ
               PERFORM NOTIFY-INSTALLMENT UNTIL END-OF-PPF
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

           OPEN INPUT REFUND-REGISTER-FILE.
           IF RR-FILE-STATUS = "00"
               READ REFUND-REGISTER-FILE
                   AT END SET END-OF-RRF TO TRUE
               END-READ
               PERFORM NOTIFY-REFUND UNTIL END-OF-RRF
               CLOSE REFUND-REGISTER-FILE
           END-IF.

           CLOSE STUDENT-MASTER-FILE.
           CLOSE NOTIFY-SENT-FILE.
           IF ADDRESS-FILE-IS-PRESENT
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE NOTIFY-FILE.
           CLOSE NOTIFY-EXCEPTION-FILE.

           DISPLAY "NOTIFICATIONS WRITTEN = " WS-MESSAGES-WRITTEN.
           DISPLAY "  PAYMENT CONFIRMATIONS = " WS-RECEIPTS-SENT.
           DISPLAY "  INSTALMENT REMINDERS  = " WS-REMINDERS-SENT.
           DISPLAY "  REFUND NOTICES        = " WS-REFUNDS-SENT.
           IF WS-CONTACT-EXCEPTIONS IS GREATER THAN ZERO
               DISPLAY "  NO EMAIL OR PHONE ON FILE = "
                   WS-CONTACT-EXCEPTIONS " - SEE NotifyEx.dat"
           END-IF.

           MOVE "00" TO LS-RETURN-STATUS.
           MOVE WS-MESSAGES-WRITTEN TO LS-RECORDS-PROCESSED.
           MOVE WS-CONTACT-EXCEPTIONS TO LS-REJECT-COUNT.
           GOBACK.


       NOTIFY-RECEIPT.
           IF PL-PAYMENT-METHOD NOT = "RFND"
               AND PL-PAYMENT-METHOD NOT = "RVSL"
               AND PL-PAYMENT-METHOD NOT = "XFER"
               AND PL-RUN-DATE NOT GREATER THAN WS-RUN-DATE
               SET MESSAGE-IS-RECEIPT TO TRUE
               MOVE PL-STUDENT-NUMBER TO WS-MSG-STUDENT-NUMBER
               PERFORM LOOK-UP-STUDENT-NAME
               MOVE PL-RECEIPT-NUMBER TO WS-MSG-REFERENCE
               MOVE PL-LINE-NUMBER TO WS-MSG-SEQUENCE
               MOVE PL-PAYMENT TO WS-MSG-AMOUNT
               MOVE PL-RESULTING-BALANCE TO WS-MSG-BALANCE
               MOVE PL-RUN-DATE TO WS-MSG-EVENT-DATE
               PERFORM ISSUE-NOTIFICATION
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       NOTIFY-INSTALLMENT.
           IF PP-DUE-DATE NOT LESS THAN WS-RUN-DATE
               AND PP-DUE-DATE NOT GREATER THAN WS-REMIND-THROUGH
               AND PP-AMOUNT-APPLIED IS LESS THAN PP-SCHEDULED-AMOUNT
               SET MESSAGE-IS-REMINDER TO TRUE
               MOVE PP-STUDENT-NUMBER TO WS-MSG-STUDENT-NUMBER
               PERFORM LOOK-UP-STUDENT-NAME
               MOVE PP-DUE-DATE TO WS-MSG-REFERENCE
               MOVE PP-INSTALLMENT-NO TO WS-MSG-SEQUENCE
               SUBTRACT PP-AMOUNT-APPLIED FROM PP-SCHEDULED-AMOUNT
                   GIVING WS-MSG-AMOUNT
               MOVE ZERO TO WS-MSG-BALANCE
               MOVE PP-DUE-DATE TO WS-MSG-EVENT-DATE
               PERFORM ISSUE-NOTIFICATION
           END-IF.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END SET END-OF-PPF TO TRUE
           END-READ.

       NOTIFY-REFUND.
           IF RR-RUN-DATE IS GREATER THAN WS-LOOKBACK-DATE
               AND RR-RUN-DATE NOT GREATER THAN WS-RUN-DATE
               SET MESSAGE-IS-REFUND TO TRUE
               MOVE RR-STUDENT-NUMBER TO WS-MSG-STUDENT-NUMBER
               MOVE RR-STUDENT-NAME TO WS-MSG-STUDENT-NAME
               MOVE RR-REFUND-REFERENCE TO WS-MSG-REFERENCE
               MOVE ZERO TO WS-MSG-SEQUENCE
               MOVE RR-REFUND-AMOUNT TO WS-MSG-AMOUNT
               MOVE ZERO TO WS-MSG-BALANCE
               MOVE RR-RUN-DATE TO WS-MSG-EVENT-DATE
               PERFORM ISSUE-NOTIFICATION
           END-IF.
           READ REFUND-REGISTER-FILE
               AT END SET END-OF-RRF TO TRUE
           END-READ.

       LOOK-UP-STUDENT-NAME.
           MOVE WS-MSG-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MSG-STUDENT-NAME
               NOT INVALID KEY
                   MOVE SM-STUDENT-NAME TO WS-MSG-STUDENT-NAME
           END-READ.

       ISSUE-NOTIFICATION.
           MOVE WS-MSG-STUDENT-NUMBER TO NS-STUDENT-NUMBER.
           MOVE WS-MSG-TYPE TO NS-MESSAGE-TYPE.
           MOVE WS-MSG-REFERENCE TO NS-REFERENCE.
           MOVE WS-MSG-SEQUENCE TO NS-SEQUENCE.
           MOVE "N" TO WS-SENT.
           READ NOTIFY-SENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MESSAGE-ALREADY-SENT TO TRUE
           END-READ.
           IF NOT MESSAGE-ALREADY-SENT
               PERFORM FIND-STUDENT-CONTACT
               IF CONTACT-IS-ON-FILE
                   PERFORM WRITE-NOTIFICATION
               ELSE
                   PERFORM WRITE-CONTACT-EXCEPTION
               END-IF
           END-IF.

       FIND-STUDENT-CONTACT.
           SET CONTACT-IS-MISSING TO TRUE.
           MOVE SPACES TO NF-EMAIL.
           MOVE SPACES TO NF-PHONE.
           IF ADDRESS-FILE-IS-PRESENT
               MOVE WS-MSG-STUDENT-NUMBER TO AD-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AD-EMAIL NOT = SPACES
                           OR AD-PHONE NOT = SPACES
                           SET CONTACT-IS-ON-FILE TO TRUE
                           MOVE AD-EMAIL TO NF-EMAIL
                           MOVE AD-PHONE TO NF-PHONE
                       END-IF
               END-READ
           END-IF.

       WRITE-NOTIFICATION.
           MOVE WS-RUN-DATE TO NF-RUN-DATE.
           MOVE WS-MSG-TYPE TO NF-MESSAGE-TYPE.
           MOVE WS-MSG-STUDENT-NUMBER TO NF-STUDENT-NUMBER.
           MOVE WS-MSG-STUDENT-NAME TO NF-STUDENT-NAME.
           MOVE WS-MSG-AMOUNT TO NF-AMOUNT.
           MOVE WS-MSG-REFERENCE TO NF-REFERENCE.
           MOVE WS-MSG-EVENT-DATE TO NF-EVENT-DATE.
           PERFORM BUILD-MESSAGE-TEXT.
           WRITE NF-RECORD.
           ADD 1 TO WS-MESSAGES-WRITTEN.
           EVALUATE TRUE
               WHEN MESSAGE-IS-RECEIPT
                   ADD 1 TO WS-RECEIPTS-SENT
               WHEN MESSAGE-IS-REMINDER
                   ADD 1 TO WS-REMINDERS-SENT
               WHEN MESSAGE-IS-REFUND
                   ADD 1 TO WS-REFUNDS-SENT
           END-EVALUATE.

           MOVE WS-RUN-DATE TO NS-SENT-DATE.
           MOVE SPACES TO NS-CHANNELS.
           IF NF-EMAIL NOT = SPACES
               MOVE "E" TO NS-CHANNELS(1:1)
           END-IF.
           IF NF-PHONE NOT = SPACES
               MOVE "S" TO NS-CHANNELS(2:1)
           END-IF.
           WRITE NS-RECORD
               INVALID KEY
                   DISPLAY "NOTIFICATION NOT LOGGED, FS = "
                       NS-FILE-STATUS " STUDENT = " NS-STUDENT-NUMBER
           END-WRITE.

       BUILD-MESSAGE-TEXT.
           MOVE SPACES TO NF-MESSAGE-TEXT.
           MOVE WS-MSG-AMOUNT TO WS-TEXT-AMOUNT.
           MOVE WS-MSG-BALANCE TO WS-TEXT-BALANCE.
           MOVE WS-MSG-EVENT-DATE TO WS-EVENT-DATE-PARTS.
           MOVE WS-ED-YEAR TO WS-TD-YEAR.
           MOVE WS-ED-MONTH TO WS-TD-MONTH.
           MOVE WS-ED-DAY TO WS-TD-DAY.
           EVALUATE TRUE
               WHEN MESSAGE-IS-RECEIPT
                   STRING "PAYMENT OF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEXT-AMOUNT) DELIMITED BY SIZE
                       " RECEIVED, RECEIPT " DELIMITED BY SIZE
                       WS-MSG-REFERENCE DELIMITED BY SIZE
                       ". BALANCE NOW " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEXT-BALANCE) DELIMITED BY SIZE
                       INTO NF-MESSAGE-TEXT
                   END-STRING
               WHEN MESSAGE-IS-REMINDER
                   STRING "INSTALMENT " DELIMITED BY SIZE
                       WS-MSG-SEQUENCE DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEXT-AMOUNT) DELIMITED BY SIZE
                       " IS DUE ON " DELIMITED BY SIZE
                       WS-TEXT-DATE DELIMITED BY SIZE
                       INTO NF-MESSAGE-TEXT
                   END-STRING
               WHEN MESSAGE-IS-REFUND
                   STRING "A REFUND OF " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TEXT-AMOUNT) DELIMITED BY SIZE
                       " HAS BEEN ISSUED, REFERENCE " DELIMITED BY SIZE
                       WS-MSG-REFERENCE DELIMITED BY SIZE
                       INTO NF-MESSAGE-TEXT
                   END-STRING
           END-EVALUATE.

       WRITE-CONTACT-EXCEPTION.
           MOVE WS-MSG-STUDENT-NUMBER TO NX-STUDENT-NUMBER.
           MOVE WS-MSG-STUDENT-NAME TO NX-STUDENT-NAME.
           MOVE WS-MSG-TYPE TO NX-MESSAGE-TYPE.
           MOVE WS-MSG-REFERENCE TO NX-REFERENCE.
           MOVE WS-RUN-DATE TO NX-RUN-DATE.
           WRITE NX-RECORD.
           ADD 1 TO WS-CONTACT-EXCEPTIONS.
