                   FILE STATUS IS SM-FILE-STATUS.

               SELECT REFUND-REGISTER-FILE ASSIGN TO "RefundReg.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RR-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT REFUND-SEQUENCE-FILE ASSIGN TO "RefundSeq.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RS-FILE-STATUS.

               SELECT REFUND-REJECT-FILE ASSIGN TO "RefundRej.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 RR-REFUND-AMOUNT     PIC 9(4)V99.
               02 RR-REFUND-REFERENCE  PIC 9(8).
               02 RR-RUN-DATE          PIC 9(8).
               02 RR-AUTHORISER        PIC X(8).

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

           FD REFUND-SEQUENCE-FILE.
           01 RS-RECORD.
               02 RS-LAST-REFERENCE    PIC 9(8).

           FD REFUND-REJECT-FILE.
           01 RFR-RECORD.
               02 RFR-STUDENT-NUMBER   PIC 9(7).
               02 RFR-STUDENT-NAME     PIC X(30).
               02 RFR-REFUND-AMOUNT    PIC 9(5)V99.
               02 RFR-AUTHORISER       PIC X(8).
               02 RFR-SECOND-APPROVER  PIC X(8).
               02 RFR-REJECT-REASON    PIC X(30).
               02 RFR-REJECT-DATE      PIC 9(8).

           FD PERIOD-EXCEPTION-FILE.
           01 PX-RECORD.
               02 PX-RUN-DATE          PIC 9(8).
               02 PX-PROGRAM           PIC X(8).
               02 PX-STUDENT-NUMBER    PIC 9(7).
               02 PX-AMOUNT            PIC S9(5)V99
                   SIGN IS LEADING SEPARATE.
               02 PX-SOURCE-CODE       PIC X(4).
               02 PX-REFERENCE         PIC 9(8).
               02 PX-PERIOD-DATE       PIC 9(8).
               02 PX-POSTED-DATE       PIC 9(8).
               02 PX-ACTION            PIC X(8).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 RS-FILE-STATUS PIC XX.
           01 RR-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CREDIT-AMOUNT PIC S9(5)V99.
           01 WS-PRIOR-CREDIT-AMOUNT PIC S9(5)V99.
           01 WS-REFUND-REFERENCE PIC 9(8) VALUE ZERO.
           01 WS-ACCOUNTS-REFUNDED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-REFUNDED PIC 9(8)V99 VALUE ZERO.
           01 WS-REFUNDS-HELD PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-HELD PIC 9(8)V99 VALUE ZERO.
           01 WS-COMMAND-LINE PIC X(40).
           01 WS-REFUND-AUTHORISER PIC X(8).
           01 WS-REFUND-SECOND PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
                   88 SECOND-APPROVAL-NEEDED VALUE "Y".
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.
           01 PX-FILE-STATUS PIC XX.
           01 WS-POST-DATE PIC 9(8).
           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
               88 POSTING-PERIOD-IS-OPEN VALUE "00".
               88 POSTING-PERIOD-IS-REDATED VALUE "10".
               88 NO-OPEN-PERIOD-FOUND VALUE "99".
           01 WS-PERIOD-EXCEPTIONS PIC 9(6) VALUE ZERO.
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-REFUND-AUTHORISER WS-REFUND-SECOND.
           IF WS-COMMAND-LINE NOT = LOW-VALUES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-REFUND-AUTHORISER WS-REFUND-SECOND
               END-UNSTRING
           END-IF.
           IF WS-REFUND-AUTHORISER = SPACES
               DISPLAY "NO AUTHORISER SUPPLIED - REFUND RUN NOT "
                   "STARTED"
               DISPLAY "USAGE: refund AUTHORISER [SECOND-APPROVER]"
               STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-REFUND-AUTHORISER)
               TO WS-REFUND-AUTHORISER.
           MOVE FUNCTION UPPER-CASE(WS-REFUND-SECOND)
               TO WS-REFUND-SECOND.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE WS-REFUND-AUTHORISER TO WS-AUTH-OPERATOR.
           MOVE "RFND" TO WS-AUTH-LIMIT-TYPE.
           MOVE ZERO TO WS-AUTH-AMOUNT.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "REFUND RUN NOT STARTED - " WS-AUTH-REASON
               STOP RUN
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "REFUND" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               STOP RUN
           END-IF.

           PERFORM CHECK-POSTING-PERIOD.
           IF NO-OPEN-PERIOD-FOUND
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR " WS-RUN-DATE
                   " - REFUND RUN NOT STARTED"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           PERFORM READ-REFUND-SEQUENCE.

           OPEN I-O STUDENT-MASTER-FILE.
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
           OPEN EXTEND REFUND-REGISTER-FILE.
           IF RR-FILE-STATUS = "35"
               OPEN OUTPUT REFUND-REGISTER-FILE
           END-IF.
           OPEN EXTEND REFUND-REJECT-FILE.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE

           CLOSE REFUND-REGISTER-FILE.
           CLOSE PAYMENT-LOG-FILE.
           CLOSE REFUND-REJECT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF POSTING-PERIOD-IS-REDATED
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF.

           PERFORM SAVE-REFUND-SEQUENCE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "REFUND RUN COMPLETE - ACCOUNTS REFUNDED = "
               WS-ACCOUNTS-REFUNDED
               " TOTAL REFUNDED = " WS-TOTAL-REFUNDED.
           IF WS-REFUNDS-HELD IS GREATER THAN ZERO
               DISPLAY "REFUNDS HELD FOR AUTHORITY = " WS-REFUNDS-HELD
                   " TOTAL HELD = " WS-TOTAL-HELD
                   " - SEE RefundRej.dat"
           END-IF.
           IF POSTING-PERIOD-IS-REDATED
               DISPLAY "PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   WS-PERIOD-EXCEPTIONS " REFUND(S) DATED "
                   WS-POST-DATE " - SEE PeriodExc.dat"
           END-IF.

           STOP RUN.

           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       CHECK-POSTING-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           MOVE WS-PERIOD-OPEN-DATE TO WS-POST-DATE.
           IF POSTING-PERIOD-IS-REDATED
               OPEN EXTEND PERIOD-EXCEPTION-FILE
               IF PX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERIOD-EXCEPTION-FILE
               END-IF
           END-IF.

       READ-REFUND-SEQUENCE.
           MOVE ZERO TO WS-REFUND-REFERENCE.
           OPEN INPUT REFUND-SEQUENCE-FILE.
               GIVING WS-PRIOR-CREDIT-AMOUNT.
           IF WS-CREDIT-AMOUNT IS GREATER THAN ZERO
               OR WS-PRIOR-CREDIT-AMOUNT IS GREATER THAN ZERO
               PERFORM COMPUTE-REFUND-AMOUNT
               PERFORM CHECK-REFUND-AUTHORITY
               IF WS-AUTH-STATUS = "00"
                   PERFORM DISBURSE-REFUND
               END-IF
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       COMPUTE-REFUND-AMOUNT.
           IF WS-CREDIT-AMOUNT IS LESS THAN ZERO
               MOVE ZERO TO WS-CREDIT-AMOUNT
           END-IF.
           ADD WS-CREDIT-AMOUNT WS-PRIOR-CREDIT-AMOUNT
               GIVING WS-REFUND-AMOUNT.

       CHECK-REFUND-AUTHORITY.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE WS-REFUND-AUTHORISER TO WS-AUTH-OPERATOR.
           MOVE "RFND" TO WS-AUTH-LIMIT-TYPE.
           MOVE WS-REFUND-AMOUNT TO WS-AUTH-AMOUNT.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS = "00" AND SECOND-APPROVAL-NEEDED
               PERFORM CHECK-SECOND-APPROVER
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               PERFORM WRITE-REFUND-REJECT
           END-IF.

       CHECK-SECOND-APPROVER.
           EVALUATE TRUE
               WHEN WS-REFUND-SECOND = SPACES
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "SECOND APPROVER REQUIRED" TO WS-AUTH-REASON
               WHEN WS-REFUND-SECOND = WS-REFUND-AUTHORISER
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "2ND APPROVER IS THE AUTHORISER"
                       TO WS-AUTH-REASON
               WHEN OTHER
                   MOVE "SECOND" TO WS-AUTH-FUNCTION
                   MOVE WS-REFUND-SECOND TO WS-AUTH-OPERATOR
                   CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS
           END-EVALUATE.

       WRITE-REFUND-REJECT.
           MOVE SM-STUDENT-NUMBER TO RFR-STUDENT-NUMBER.
           MOVE SM-STUDENT-NAME TO RFR-STUDENT-NAME.
           MOVE WS-REFUND-AMOUNT TO RFR-REFUND-AMOUNT.
           MOVE WS-REFUND-AUTHORISER TO RFR-AUTHORISER.
           MOVE WS-REFUND-SECOND TO RFR-SECOND-APPROVER.
           MOVE WS-AUTH-REASON TO RFR-REJECT-REASON.
           MOVE WS-RUN-DATE TO RFR-REJECT-DATE.
           WRITE RFR-RECORD.
           ADD 1 TO WS-REFUNDS-HELD.
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-HELD.

       DISBURSE-REFUND.
           IF WS-CREDIT-AMOUNT IS GREATER THAN ZERO
               SUBTRACT WS-CREDIT-AMOUNT FROM SM-AMOUNT-PAID
           END-IF.
           MOVE SM-STUDENT-NAME TO RR-STUDENT-NAME.
           MOVE WS-REGISTER-AMOUNT TO RR-REFUND-AMOUNT.
           MOVE WS-REFUND-REFERENCE TO RR-REFUND-REFERENCE.
           MOVE WS-POST-DATE TO RR-RUN-DATE.
           MOVE WS-REFUND-AUTHORISER TO RR-AUTHORISER.
           WRITE RR-RECORD.
           IF POSTING-PERIOD-IS-REDATED
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       LOG-CURRENT-TERM-REFUND.
           MOVE SM-STUDENT-NUMBER TO PL-STUDENT-NUMBER.
           MOVE WS-CREDIT-AMOUNT TO PL-PAYMENT.
           MOVE SM-AMOUNT-PAID TO PL-RESULTING-BALANCE.
           MOVE WS-POST-DATE TO PL-RUN-DATE.
           MOVE "RFND" TO PL-PAYMENT-METHOD.
           MOVE WS-REFUND-REFERENCE TO PL-RECEIPT-NUMBER.
           MOVE SM-TERM-CODE TO PL-TERM-CODE.
           PERFORM WRITE-PAYMENT-LOG-RECORD.

       LOG-PRIOR-TERM-REFUND.
           MOVE SM-STUDENT-NUMBER TO PL-STUDENT-NUMBER.
           MOVE WS-PRIOR-CREDIT-AMOUNT TO PL-PAYMENT.
           MOVE SM-PRIOR-AMOUNT-PAID TO PL-RESULTING-BALANCE.
           MOVE WS-POST-DATE TO PL-RUN-DATE.
           MOVE "RFND" TO PL-PAYMENT-METHOD.
           MOVE WS-REFUND-REFERENCE TO PL-RECEIPT-NUMBER.
           MOVE "PRIOR " TO PL-TERM-CODE.
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

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           MOVE "REFUND" TO PX-PROGRAM.
           MOVE SM-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE WS-REGISTER-AMOUNT TO PX-AMOUNT.
           MOVE "RFND" TO PX-SOURCE-CODE.
           MOVE WS-REFUND-REFERENCE TO PX-REFERENCE.
           MOVE WS-RUN-DATE TO PX-PERIOD-DATE.
           MOVE WS-POST-DATE TO PX-POSTED-DATE.
           MOVE "REDATED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.
