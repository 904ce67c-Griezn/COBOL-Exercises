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

               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PayPlan.dat"
                   ORGANIZATION IS INDEXED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CKP-FILE-STATUS.

               SELECT STUDENT-HOLD-FILE ASSIGN TO "StudHold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-HOLD-KEY
                   FILE STATUS IS HD-FILE-STATUS.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       
       DATA DIVISION.
           FILE SECTION.

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

           FD PAYMENT-PLAN-FILE.
           01 CKP-RECORD.
               02 CKP-RECORDS-PROCESSED PIC 9(8).

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               02 HD-HOLD-KEY.
                   03 HD-STUDENT-NUMBER    PIC 9(7).
                   03 HD-HOLD-TYPE         PIC X(4).
               02 HD-HOLD-REASON       PIC X(30).
               02 HD-PLACED-DATE       PIC 9(8).
               02 HD-PLACED-BY         PIC X(8).

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
           01 CKP-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 WS-AMOUNT-PAID PIC 9(4)V99.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-RUN-DATE PIC 9(8).
               88 PLAN-FILE-IS-PRESENT VALUE "Y".
           01 WS-PLAN-REMAINING PIC S9(5)V99.
           01 WS-PLAN-OPEN PIC S9(5)V99.
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".
           01 WS-PRIOR-OUTSTANDING PIC S9(5)V99.
           01 WS-TOTAL-OUTSTANDING PIC S9(5)V99.
           01 WS-HOLDS-LIFTED PIC 9(6) VALUE ZERO.
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

           LINKAGE SECTION.
           01 LS-RETURN-STATUS PIC XX.
               LS-RECORDS-PROCESSED LS-REJECT-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM CHECK-POSTING-PERIOD.
           IF NO-OPEN-PERIOD-FOUND
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR " WS-RUN-DATE
                   " - PAYMENTS NOT POSTED"
               MOVE "99" TO LS-RETURN-STATUS
               MOVE ZERO TO LS-RECORDS-PROCESSED
               MOVE ZERO TO LS-REJECT-COUNT
               GOBACK
           END-IF.

           PERFORM OPEN-PAYMENT-LOG.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PAYMENT LOG, FS = " PL-FILE-STATUS
                   " - PAYMENTS NOT POSTED"
               MOVE "98" TO LS-RETURN-STATUS
               MOVE ZERO TO LS-RECORDS-PROCESSED
               MOVE ZERO TO LS-REJECT-COUNT
               GOBACK
           END-IF.

           PERFORM READ-LAST-CHECKPOINT.

           OPEN I-O STUDENT-MASTER-FILE.
           OPEN INPUT STUDENT-PAYMENTS-FILE.
           OPEN EXTEND STUDENT-PAYMENTS-REJECT-FILE.
           OPEN EXTEND CHECKPOINT-FILE.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF PP-FILE-STATUS = "00"
               SET PLAN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-PRESENT TO TRUE
           END-IF.

           MOVE WS-RESTART-COUNT TO WS-RECORDS-PROCESSED.
           PERFORM SKIP-PAYMENT-RECORD
           IF PLAN-FILE-IS-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               CLOSE STUDENT-HOLD-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.

           IF WS-HOLDS-LIFTED IS GREATER THAN ZERO
               DISPLAY "ENROLLMENT HOLDS LIFTED = " WS-HOLDS-LIFTED
           END-IF.
           IF POSTING-PERIOD-IS-REDATED
               CLOSE PERIOD-EXCEPTION-FILE
               DISPLAY "PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   WS-PERIOD-EXCEPTIONS " PAYMENT(S) DATED "
                   WS-POST-DATE " - SEE PeriodExc.dat"
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

           MOVE WS-REJECT-COUNT TO LS-REJECT-COUNT.
           GOBACK.

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

       READ-LAST-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
                           OR SP-TERM-CODE = SM-TERM-CODE)
                           PERFORM APPLY-PAYMENT-TO-PLAN
                       END-IF
                       IF HOLD-FILE-IS-PRESENT
                           PERFORM LIFT-CLEARED-HOLDS
                       END-IF
               END-REWRITE
           ELSE
               MOVE "NO MATCHING MASTER RECORD" TO WS-REJECT-REASON
               AT END SET END-OF-PPF TO TRUE
           END-READ.

       LIFT-CLEARED-HOLDS.
           SUBTRACT SM-PRIOR-AMOUNT-PAID FROM SM-PRIOR-FEES-OWED
               GIVING WS-PRIOR-OUTSTANDING.
           COMPUTE WS-TOTAL-OUTSTANDING = WS-PRIOR-OUTSTANDING
               + SM-FEES-OWED - SM-AMOUNT-PAID.
           IF WS-PRIOR-OUTSTANDING IS NOT GREATER THAN ZERO
               MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER
               MOVE "FEES" TO HD-HOLD-TYPE
               DELETE STUDENT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-LIFTED
               END-DELETE
           END-IF.
           IF WS-TOTAL-OUTSTANDING IS NOT GREATER THAN ZERO
               MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER
               MOVE "DUNN" TO HD-HOLD-TYPE
               DELETE STUDENT-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-LIFTED
               END-DELETE
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-RECORDS-PROCESSED TO CKP-RECORDS-PROCESSED.
           WRITE CKP-RECORD.
           ELSE
               MOVE SM-PRIOR-AMOUNT-PAID TO PL-RESULTING-BALANCE
           END-IF.
           MOVE WS-POST-DATE TO PL-RUN-DATE.
           MOVE SP-PAYMENT-METHOD TO PL-PAYMENT-METHOD.
           MOVE SP-RECEIPT-NUMBER TO PL-RECEIPT-NUMBER.
           MOVE SP-TERM-CODE TO PL-TERM-CODE.
           PERFORM WRITE-PAYMENT-LOG-RECORD.
           IF POSTING-PERIOD-IS-REDATED
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.
           ADD SP-PAYMENT TO WS-TOTAL-APPLIED.
           IF SP-PAYMENT-METHOD = "SPON"
               ADD SP-PAYMENT TO WS-TOTAL-SPONSOR
           END-IF.

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
           MOVE "UPDATE" TO PX-PROGRAM.
           MOVE SP-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE SP-PAYMENT TO PX-AMOUNT.
           MOVE SP-PAYMENT-METHOD TO PX-SOURCE-CODE.
           MOVE SP-RECEIPT-NUMBER TO PX-REFERENCE.
           MOVE WS-RUN-DATE TO PX-PERIOD-DATE.
           MOVE WS-POST-DATE TO PX-POSTED-DATE.
           MOVE "REDATED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.
