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
                   ACCESS MODE IS DYNAMIC
               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

               SELECT EARLY-DISCOUNT-FILE ASSIGN TO "EarlyDisc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ED-DISCOUNT-KEY
                   FILE STATUS IS ED-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 RV-NSF-CHARGE-FLAG   PIC X(1).
                   88 NSF-CHARGE-WANTED VALUE "Y".
               02 RV-AUTHORISER        PIC X(8).
               02 RV-SECOND-APPROVER   PIC X(8).

           FD REVERSAL-REJECT-FILE.
           01 RVR-RECORD.
               02 RVR-PAYMENT-METHOD   PIC X(4).
               02 RVR-NSF-CHARGE-FLAG  PIC X(1).
               02 RVR-AUTHORISER       PIC X(8).
               02 RVR-SECOND-APPROVER  PIC X(8).
               02 RVR-REJECT-REASON    PIC X(30).
               02 RVR-REJECT-DATE      PIC 9(8).

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
               02 AJL-AUTHORISER      PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

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

           FD EARLY-DISCOUNT-FILE.
           01 ED-RECORD.
               02 ED-DISCOUNT-KEY.
                   03 ED-STUDENT-NUMBER    PIC 9(7).
                   03 ED-TERM-CODE         PIC X(6).
               02 ED-DISCOUNT-STATUS   PIC X(1).
                   88 DISCOUNT-IS-GRANTED VALUE "G".
                   88 DISCOUNT-IS-WITHDRAWN VALUE "W".
               02 ED-DISCOUNT-PCT      PIC 9(2)V99.
               02 ED-FEES-BASE         PIC 9(4).
               02 ED-DISCOUNT-AMOUNT   PIC 9(4).
               02 ED-CUTOFF-DATE       PIC 9(8).
               02 ED-GRANTED-DATE      PIC 9(8).
               02 ED-WITHDRAWN-DATE    PIC 9(8).
               02 ED-WITHDRAWN-RECEIPT PIC 9(8).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 RV-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 PP-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-ORIGINAL-AMOUNT PIC 9(4)V99.
           01 WS-ORIGINAL-METHOD PIC X(4).
           01 WS-ORIGINAL-TERM PIC X(6).
           01 WS-ORIGINAL-DATE PIC 9(8).
           01 WS-NEW-PAID PIC S9(5)V99.
           01 WS-NEW-FEES PIC S9(5).
           01 WS-UNAPPLY-REMAINING PIC S9(5)V99.
           01 WS-REVERSALS-REJECTED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-REVERSED PIC 9(8)V99 VALUE ZERO.
           01 WS-NSF-CHARGES PIC 9(6) VALUE ZERO.
           01 ED-FILE-STATUS PIC XX.
           01 WS-DISC-FILE-PRESENT PIC X VALUE "N".
               88 DISCOUNT-FILE-IS-PRESENT VALUE "Y".
           01 WS-DISCOUNTS-WITHDRAWN PIC 9(6) VALUE ZERO.
           01 WS-RESTORED-FEES PIC 9(4).
           01 WS-DISCOUNT-STATE PIC X VALUE "N".
               88 DISCOUNT-TO-WITHDRAW VALUE "Y".
               88 NO-DISCOUNT-TO-WITHDRAW VALUE "N".
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
           IF PP-FILE-STATUS = "00"
               SET PLAN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O EARLY-DISCOUNT-FILE.
           IF ED-FILE-STATUS = "00"
               SET DISCOUNT-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN EXTEND REVERSAL-REJECT-FILE.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           PERFORM CHECK-POSTING-PERIOD.

           READ REVERSAL-FILE
               AT END SET END-OF-RVF TO TRUE
           IF PLAN-FILE-IS-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF DISCOUNT-FILE-IS-PRESENT
               CLOSE EARLY-DISCOUNT-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
           IF NOT POSTING-PERIOD-IS-OPEN
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "  REVERSALS REJECTED = " WS-REVERSALS-REJECTED
               " - SEE ReversalRej.dat".
           DISPLAY "  NSF CHARGES RAISED = " WS-NSF-CHARGES.
           IF WS-DISCOUNTS-WITHDRAWN IS GREATER THAN ZERO
               DISPLAY "  EARLY DISCOUNTS WITHDRAWN = "
                   WS-DISCOUNTS-WITHDRAWN
           END-IF.
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "  PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   WS-PERIOD-EXCEPTIONS " REVERSAL(S) REJECTED"
                   " - SEE PeriodExc.dat"
           END-IF.

           STOP RUN.

                   MOVE "RECEIPT ALREADY REVERSED" TO
                       WS-REJECT-REASON
                   PERFORM WRITE-REVERSAL-REJECT
               WHEN NOT POSTING-PERIOD-IS-OPEN
                   MOVE "POSTING PERIOD CLOSED" TO WS-REJECT-REASON
                   PERFORM WRITE-REVERSAL-REJECT
                   PERFORM WRITE-PERIOD-EXCEPTION
               WHEN OTHER
                   PERFORM CHECK-REVERSAL-AUTHORITY
                   IF WS-AUTH-STATUS = "00"
                       PERFORM BACK-OUT-PAYMENT
                   END-IF
           END-EVALUATE.
           READ REVERSAL-FILE
               AT END SET END-OF-RVF TO TRUE
           END-READ.

       CHECK-POSTING-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           MOVE WS-PERIOD-OPEN-DATE TO WS-POST-DATE.
           IF NOT POSTING-PERIOD-IS-OPEN
               OPEN EXTEND PERIOD-EXCEPTION-FILE
               IF PX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERIOD-EXCEPTION-FILE
               END-IF
           END-IF.

       FIND-ORIGINAL-PAYMENT.
           SET ORIGINAL-IS-MISSING TO TRUE.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               MOVE RV-STUDENT-NUMBER TO PL-STUDENT-NUMBER
               MOVE RV-RECEIPT-NUMBER TO PL-RECEIPT-NUMBER
               MOVE ZERO TO PL-LINE-NUMBER
               START PAYMENT-LOG-FILE KEY IS NOT LESS THAN PL-LOG-KEY
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
               END-IF
               PERFORM SCAN-PAYMENT-LOG-LINE UNTIL END-OF-PLF
                   OR PL-STUDENT-NUMBER NOT = RV-STUDENT-NUMBER
                   OR PL-RECEIPT-NUMBER NOT = RV-RECEIPT-NUMBER
               CLOSE PAYMENT-LOG-FILE
           END-IF.

                           MOVE PL-PAYMENT-METHOD TO
                               WS-ORIGINAL-METHOD
                           MOVE PL-TERM-CODE TO WS-ORIGINAL-TERM
                           MOVE PL-RUN-DATE TO WS-ORIGINAL-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       CHECK-REVERSAL-AUTHORITY.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE RV-AUTHORISER TO WS-AUTH-OPERATOR.
           MOVE "RVSL" TO WS-AUTH-LIMIT-TYPE.
           MOVE WS-ORIGINAL-AMOUNT TO WS-AUTH-AMOUNT.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS = "00" AND SECOND-APPROVAL-NEEDED
               PERFORM CHECK-SECOND-APPROVER
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE WS-AUTH-REASON TO WS-REJECT-REASON
               PERFORM WRITE-REVERSAL-REJECT
           END-IF.

       CHECK-SECOND-APPROVER.
           EVALUATE TRUE
               WHEN RV-SECOND-APPROVER = SPACES
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "SECOND APPROVER REQUIRED" TO WS-AUTH-REASON
               WHEN RV-SECOND-APPROVER = RV-AUTHORISER
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "2ND APPROVER IS THE AUTHORISER"
                       TO WS-AUTH-REASON
               WHEN OTHER
                   MOVE "SECOND" TO WS-AUTH-FUNCTION
                   MOVE RV-SECOND-APPROVER TO WS-AUTH-OPERATOR
                   CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS
           END-EVALUATE.

       BACK-OUT-PAYMENT.
           MOVE RV-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               IF NSF-CHARGE-WANTED
                   PERFORM RAISE-NSF-CHARGE
               END-IF
               SET NO-DISCOUNT-TO-WITHDRAW TO TRUE
               IF DISCOUNT-FILE-IS-PRESENT
                   PERFORM WITHDRAW-EARLY-DISCOUNT
               END-IF
               REWRITE SM-RECORD
                   INVALID KEY
                       DISPLAY "Not updated, invalid key! FS = "
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                       PERFORM WRITE-REVERSAL-REJECT
                   NOT INVALID KEY
                       IF DISCOUNT-TO-WITHDRAW
                           PERFORM MARK-DISCOUNT-WITHDRAWN
                       END-IF
                       PERFORM WRITE-OFFSETTING-LOG-ENTRY
                       IF PLAN-FILE-IS-PRESENT
                           AND (WS-ORIGINAL-TERM = SPACES
           MOVE SM-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.

       WITHDRAW-EARLY-DISCOUNT.
           MOVE SM-STUDENT-NUMBER TO ED-STUDENT-NUMBER.
           IF WS-ORIGINAL-TERM = SPACES
               MOVE SM-TERM-CODE TO ED-TERM-CODE
           ELSE
               MOVE WS-ORIGINAL-TERM TO ED-TERM-CODE
           END-IF.
           READ EARLY-DISCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DISCOUNT-IS-GRANTED
                       AND WS-ORIGINAL-DATE IS NOT GREATER THAN
                           ED-CUTOFF-DATE
                       PERFORM RESTORE-DISCOUNTED-FEES
                   END-IF
           END-READ.

       RESTORE-DISCOUNTED-FEES.
           IF ED-TERM-CODE = SM-TERM-CODE
               ADD SM-FEES-OWED ED-DISCOUNT-AMOUNT GIVING WS-NEW-FEES
           ELSE
               ADD SM-PRIOR-FEES-OWED ED-DISCOUNT-AMOUNT
                   GIVING WS-NEW-FEES
           END-IF.
           IF WS-NEW-FEES IS GREATER THAN 9999
               DISPLAY "EARLY DISCOUNT NOT WITHDRAWN - FEES FIELD "
                   "FULL, STUDENT = " SM-STUDENT-NUMBER
           ELSE
               MOVE WS-NEW-FEES TO WS-RESTORED-FEES
               IF ED-TERM-CODE = SM-TERM-CODE
                   MOVE WS-RESTORED-FEES TO SM-FEES-OWED
               ELSE
                   MOVE WS-RESTORED-FEES TO SM-PRIOR-FEES-OWED
               END-IF
               SET DISCOUNT-TO-WITHDRAW TO TRUE
           END-IF.

       MARK-DISCOUNT-WITHDRAWN.
           SET DISCOUNT-IS-WITHDRAWN TO TRUE.
           MOVE WS-RUN-DATE TO ED-WITHDRAWN-DATE.
           MOVE RV-RECEIPT-NUMBER TO ED-WITHDRAWN-RECEIPT.
           REWRITE ED-RECORD
               INVALID KEY
                   DISPLAY "DISCOUNT NOT MARKED WITHDRAWN, FS = "
                       ED-FILE-STATUS
           END-REWRITE.
           PERFORM WRITE-DISCOUNT-WITHDRAWAL-LOG.
           ADD 1 TO WS-DISCOUNTS-WITHDRAWN.

       WRITE-DISCOUNT-WITHDRAWAL-LOG.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           MOVE ED-DISCOUNT-AMOUNT TO AJL-ADJUSTMENT.
           MOVE WS-RESTORED-FEES TO AJL-RESULTING-FEES.
           MOVE WS-RUN-DATE TO AJL-RUN-DATE.
           MOVE "EPDS" TO AJL-REASON-CODE.
           MOVE RV-AUTHORISER TO AJL-AUTHORISER.
           MOVE ED-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.

       WRITE-OFFSETTING-LOG-ENTRY.
           PERFORM OPEN-PAYMENT-LOG.
           MOVE SM-STUDENT-NUMBER TO PL-STUDENT-NUMBER.
           MOVE WS-ORIGINAL-AMOUNT TO PL-PAYMENT.
           IF WS-ORIGINAL-TERM = SPACES
               OR WS-ORIGINAL-TERM = SM-TERM-CODE
               MOVE SM-AMOUNT-PAID TO PL-RESULTING-BALANCE
           ELSE
               MOVE SM-PRIOR-AMOUNT-PAID TO PL-RESULTING-BALANCE
           END-IF.
           MOVE WS-RUN-DATE TO PL-RUN-DATE.
           MOVE "RVSL" TO PL-PAYMENT-METHOD.
           MOVE RV-RECEIPT-NUMBER TO PL-RECEIPT-NUMBER.
           MOVE WS-ORIGINAL-TERM TO PL-TERM-CODE.
           PERFORM WRITE-PAYMENT-LOG-RECORD.
           CLOSE PAYMENT-LOG-FILE.

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

       UNAPPLY-FROM-PLAN.
           MOVE WS-ORIGINAL-AMOUNT TO WS-UNAPPLY-REMAINING.
           MOVE RV-PAYMENT-METHOD TO RVR-PAYMENT-METHOD.
           MOVE RV-NSF-CHARGE-FLAG TO RVR-NSF-CHARGE-FLAG.
           MOVE RV-AUTHORISER TO RVR-AUTHORISER.
           MOVE RV-SECOND-APPROVER TO RVR-SECOND-APPROVER.
           MOVE WS-REJECT-REASON TO RVR-REJECT-REASON.
           MOVE WS-RUN-DATE TO RVR-REJECT-DATE.
           WRITE RVR-RECORD.
           ADD 1 TO WS-REVERSALS-REJECTED.

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           MOVE "REVERSAL" TO PX-PROGRAM.
           MOVE RV-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE WS-ORIGINAL-AMOUNT TO PX-AMOUNT.
           MOVE "RVSL" TO PX-SOURCE-CODE.
           MOVE RV-RECEIPT-NUMBER TO PX-REFERENCE.
           MOVE WS-RUN-DATE TO PX-PERIOD-DATE.
           MOVE ZERO TO PX-POSTED-DATE.
           MOVE "REJECTED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.
