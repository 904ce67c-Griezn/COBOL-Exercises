       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupscreen.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-PAYMENTS-FILE ASSIGN TO "StudPay.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SP-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT CHECKPOINT-FILE ASSIGN TO "update.ckp"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CKP-FILE-STATUS.

               SELECT DUP-REVIEW-FILE ASSIGN TO "DupReview.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DR-FILE-STATUS.

               SELECT DUP-RELEASE-FILE ASSIGN TO "DupRelease.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-PAYMENTS-FILE.
           01 SP-RECORD.
               88 END-OF-SPF VALUE HIGH-VALUE.
               02 SP-STUDENT-NUMBER    PIC 9(7).
               02 SP-PAYMENT           PIC 9(4)V99.
               02 SP-PAYMENT-METHOD    PIC X(4).
               02 SP-RECEIPT-NUMBER    PIC 9(8).
               02 SP-TERM-CODE         PIC X(6).

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

           FD CHECKPOINT-FILE.
           01 CKP-RECORD.
               02 CKP-RECORDS-PROCESSED PIC 9(8).

           FD DUP-REVIEW-FILE.
           01 DR-RECORD.
               02 DR-SCREEN-DATE       PIC 9(8).
               02 DR-PAYMENT-RECORD.
                   03 DR-STUDENT-NUMBER    PIC 9(7).
                   03 DR-PAYMENT           PIC 9(4)V99.
                   03 DR-PAYMENT-METHOD    PIC X(4).
                   03 DR-RECEIPT-NUMBER    PIC 9(8).
                   03 DR-TERM-CODE         PIC X(6).
               02 DR-REASON            PIC X(30).
               02 DR-MATCH-SOURCE      PIC X(4).
               02 DR-MATCH-METHOD      PIC X(4).
               02 DR-MATCH-RECEIPT     PIC 9(8).
               02 DR-MATCH-DATE        PIC 9(8).
               02 DR-REVIEW-STATUS     PIC X(1).
               02 DR-ACTION-BY         PIC X(8).
               02 DR-ACTION-DATE       PIC 9(8).

           FD DUP-RELEASE-FILE.
           01 DL-RECORD.
               88 END-OF-DLF VALUE HIGH-VALUE.
               02 DL-STUDENT-NUMBER    PIC 9(7).
               02 DL-PAYMENT           PIC 9(4)V99.
               02 DL-PAYMENT-METHOD    PIC X(4).
               02 DL-RECEIPT-NUMBER    PIC 9(8).
               02 DL-TERM-CODE         PIC X(6).


           WORKING-STORAGE SECTION.
           01 SP-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 CKP-FILE-STATUS PIC XX.
           01 DR-FILE-STATUS PIC XX.
           01 DL-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-SCREEN-DAYS PIC 9(2) VALUE 3.
           01 WS-RESTART-COUNT PIC 9(8) VALUE ZERO.
           01 WS-LOG-PRESENT PIC X VALUE "N".
               88 LOG-FILE-IS-PRESENT VALUE "Y".
           01 WS-LOG-SCAN PIC X VALUE "N".
               88 LOG-SCAN-IS-DONE VALUE "Y".
           01 WS-SUSPECT-COUNT PIC 9(8) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(8) VALUE ZERO.
           01 WS-CLEAN-COUNT PIC 9(8) VALUE ZERO.
           01 WS-SUSPECT-AMOUNT PIC 9(8)V99 VALUE ZERO.
           01 WS-EDIT-AMOUNT PIC $$,$$$,$$9.99.

           01 WS-PAY-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PAY-IX PIC 9(4).
           01 WS-EARLIER-IX PIC 9(4).
           01 WS-PAY-OVERFLOW PIC X VALUE "N".
               88 PAYMENT-TABLE-IS-FULL VALUE "Y".
           01 WS-PAY-TABLE.
               02 WS-PAY-ENTRY OCCURS 3000.
                   03 WS-PAY-STATE         PIC X.
                       88 PAYMENT-IS-CLEAN     VALUE "C".
                       88 PAYMENT-IS-SUSPECT   VALUE "S".
                   03 WS-PAY-RECORD.
                       04 WS-PAY-STUDENT-NUMBER PIC 9(7).
                       04 WS-PAY-PAYMENT        PIC 9(4)V99.
                       04 WS-PAY-METHOD         PIC X(4).
                       04 WS-PAY-RECEIPT        PIC 9(8).
                       04 WS-PAY-TERM-CODE      PIC X(6).
                   03 WS-PAY-REASON        PIC X(30).
                   03 WS-PAY-MATCH-SOURCE  PIC X(4).
                   03 WS-PAY-MATCH-METHOD  PIC X(4).
                   03 WS-PAY-MATCH-RECEIPT PIC 9(8).
                   03 WS-PAY-MATCH-DATE    PIC 9(8).

           01 WS-RULE-REQUEST.
               02 WS-RULE-METHOD-A     PIC X(4).
               02 WS-RULE-RECEIPT-A    PIC 9(8).
               02 WS-RULE-METHOD-B     PIC X(4).
               02 WS-RULE-RECEIPT-B    PIC 9(8).
           01 WS-RULE-SOURCE-A PIC X(4).
           01 WS-RULE-SOURCE-B PIC X(4).
           01 WS-RULE-METHOD PIC X(4).
           01 WS-RULE-SOURCE PIC X(4).
           01 WS-RULE-REASON PIC X(30).
           01 WS-RULE-KIND PIC X.
               88 RULE-MATCHES-RECEIPT VALUE "R".
               88 RULE-MATCHES-AMOUNT VALUE "A".
               88 RULE-DOES-NOT-APPLY VALUE " ".

           01 WS-GROUP-RECEIPT PIC 9(8).
           01 WS-GROUP-CANDIDATE PIC X VALUE "N".
               88 GROUP-HAS-CANDIDATE VALUE "Y".
           01 WS-GROUP-REVERSED PIC X VALUE "N".
               88 GROUP-IS-REVERSED VALUE "Y".
           01 WS-GROUP-REASON PIC X(30).
           01 WS-GROUP-METHOD PIC X(4).
           01 WS-GROUP-DATE PIC 9(8).

           LINKAGE SECTION.
           01 LS-RETURN-STATUS PIC XX.
           01 LS-RECORDS-PROCESSED PIC 9(8).
           01 LS-REJECT-COUNT PIC 9(8).


       PROCEDURE DIVISION USING LS-RETURN-STATUS
               LS-RECORDS-PROCESSED LS-REJECT-COUNT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "00" TO LS-RETURN-STATUS.
           MOVE ZERO TO LS-RECORDS-PROCESSED.
           MOVE ZERO TO LS-REJECT-COUNT.

           PERFORM READ-LAST-CHECKPOINT.
           IF WS-RESTART-COUNT IS GREATER THAN ZERO
               DISPLAY "UPDATE RESTART PENDING AT RECORD "
                   WS-RESTART-COUNT " - DUPLICATE SCREEN SKIPPED"
               GOBACK
           END-IF.

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-SCREEN-DAYS).

           OPEN INPUT STUDENT-PAYMENTS-FILE.
           IF SP-FILE-STATUS = "00"
               READ STUDENT-PAYMENTS-FILE
                   AT END SET END-OF-SPF TO TRUE
               END-READ
               PERFORM LOAD-PAYMENT-RECORD
                   UNTIL END-OF-SPF OR PAYMENT-TABLE-IS-FULL
               CLOSE STUDENT-PAYMENTS-FILE
           END-IF.
           IF PAYMENT-TABLE-IS-FULL
               DISPLAY "MORE THAN 3000 PAYMENTS IN StudPay.dat - "
                   "DUPLICATE SCREEN NOT RUN"
               MOVE "97" TO LS-RETURN-STATUS
               GOBACK
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET LOG-FILE-IS-PRESENT TO TRUE
           END-IF.

           PERFORM SCREEN-PAYMENT
               VARYING WS-PAY-IX FROM 1 BY 1
               UNTIL WS-PAY-IX IS GREATER THAN WS-PAY-COUNT.

           IF LOG-FILE-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.

           IF WS-SUSPECT-COUNT IS GREATER THAN ZERO
               OPEN EXTEND DUP-REVIEW-FILE
               IF DR-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DUP-REVIEW-FILE
               END-IF
           END-IF.

           OPEN OUTPUT STUDENT-PAYMENTS-FILE.
           PERFORM UNLOAD-PAYMENT-ENTRY
               VARYING WS-PAY-IX FROM 1 BY 1
               UNTIL WS-PAY-IX IS GREATER THAN WS-PAY-COUNT.

           OPEN INPUT DUP-RELEASE-FILE.
           IF DL-FILE-STATUS = "00"
               READ DUP-RELEASE-FILE
                   AT END SET END-OF-DLF TO TRUE
               END-READ
               PERFORM APPEND-RELEASED-PAYMENT UNTIL END-OF-DLF
               CLOSE DUP-RELEASE-FILE
               OPEN OUTPUT DUP-RELEASE-FILE
               CLOSE DUP-RELEASE-FILE
           END-IF.

           CLOSE STUDENT-PAYMENTS-FILE.
           IF WS-SUSPECT-COUNT IS GREATER THAN ZERO
               CLOSE DUP-REVIEW-FILE
           END-IF.

           DISPLAY "PAYMENTS SCREENED          = " WS-PAY-COUNT.
           DISPLAY "PAYMENTS PASSED TO UPDATE  = " WS-CLEAN-COUNT.
           IF WS-RELEASED-COUNT IS GREATER THAN ZERO
               DISPLAY "RELEASED FROM REVIEW       = " WS-RELEASED-COUNT
           END-IF.
           IF WS-SUSPECT-COUNT IS GREATER THAN ZERO
               MOVE WS-SUSPECT-AMOUNT TO WS-EDIT-AMOUNT
               DISPLAY "HELD AS POSSIBLE DUPLICATES = " WS-SUSPECT-COUNT
                   " AMOUNT " WS-EDIT-AMOUNT
               DISPLAY "RUN dupreview TO RELEASE OR REFUND THE HELD "
                   "PAYMENTS - SEE DupReview.dat"
           END-IF.

           MOVE WS-PAY-COUNT TO LS-RECORDS-PROCESSED.
           MOVE WS-SUSPECT-COUNT TO LS-REJECT-COUNT.
           GOBACK.


       READ-LAST-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE "10" TO CKP-FILE-STATUS
               END-READ
               PERFORM READ-CHECKPOINT-RECORD
                   UNTIL CKP-FILE-STATUS NOT = "00"
               CLOSE CHECKPOINT-FILE
           END-IF.

       READ-CHECKPOINT-RECORD.
           MOVE CKP-RECORDS-PROCESSED TO WS-RESTART-COUNT.
           READ CHECKPOINT-FILE
               AT END MOVE "10" TO CKP-FILE-STATUS
           END-READ.

       LOAD-PAYMENT-RECORD.
           IF WS-PAY-COUNT = 3000
               SET PAYMENT-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-PAY-COUNT
               MOVE SP-RECORD TO WS-PAY-RECORD(WS-PAY-COUNT)
               SET PAYMENT-IS-CLEAN(WS-PAY-COUNT) TO TRUE
               MOVE SPACES TO WS-PAY-REASON(WS-PAY-COUNT)
               MOVE SPACES TO WS-PAY-MATCH-SOURCE(WS-PAY-COUNT)
               MOVE SPACES TO WS-PAY-MATCH-METHOD(WS-PAY-COUNT)
               MOVE ZERO TO WS-PAY-MATCH-RECEIPT(WS-PAY-COUNT)
               MOVE ZERO TO WS-PAY-MATCH-DATE(WS-PAY-COUNT)
               READ STUDENT-PAYMENTS-FILE
                   AT END SET END-OF-SPF TO TRUE
               END-READ
           END-IF.

       SCREEN-PAYMENT.
           PERFORM CHECK-EARLIER-PAYMENT
               VARYING WS-EARLIER-IX FROM 1 BY 1
               UNTIL WS-EARLIER-IX = WS-PAY-IX
               OR PAYMENT-IS-SUSPECT(WS-PAY-IX).
           IF PAYMENT-IS-CLEAN(WS-PAY-IX) AND LOG-FILE-IS-PRESENT
               PERFORM CHECK-PAYMENT-LOG
           END-IF.
           IF PAYMENT-IS-SUSPECT(WS-PAY-IX)
               ADD 1 TO WS-SUSPECT-COUNT
               ADD WS-PAY-PAYMENT(WS-PAY-IX) TO WS-SUSPECT-AMOUNT
           END-IF.

       CHECK-EARLIER-PAYMENT.
           IF WS-PAY-STUDENT-NUMBER(WS-EARLIER-IX) =
               WS-PAY-STUDENT-NUMBER(WS-PAY-IX)
               MOVE WS-PAY-METHOD(WS-PAY-IX) TO WS-RULE-METHOD-A
               MOVE WS-PAY-RECEIPT(WS-PAY-IX) TO WS-RULE-RECEIPT-A
               MOVE WS-PAY-METHOD(WS-EARLIER-IX) TO WS-RULE-METHOD-B
               MOVE WS-PAY-RECEIPT(WS-EARLIER-IX) TO WS-RULE-RECEIPT-B
               PERFORM APPLY-DUPLICATE-RULE
               IF RULE-MATCHES-RECEIPT
                   OR (RULE-MATCHES-AMOUNT AND
                   WS-PAY-PAYMENT(WS-EARLIER-IX) =
                   WS-PAY-PAYMENT(WS-PAY-IX))
                   MOVE WS-RULE-REASON TO WS-PAY-REASON(WS-PAY-IX)
                   MOVE "PAY" TO WS-PAY-MATCH-SOURCE(WS-PAY-IX)
                   MOVE WS-PAY-METHOD(WS-EARLIER-IX) TO
                       WS-PAY-MATCH-METHOD(WS-PAY-IX)
                   MOVE WS-PAY-RECEIPT(WS-EARLIER-IX) TO
                       WS-PAY-MATCH-RECEIPT(WS-PAY-IX)
                   MOVE WS-RUN-DATE TO WS-PAY-MATCH-DATE(WS-PAY-IX)
                   SET PAYMENT-IS-SUSPECT(WS-PAY-IX) TO TRUE
               END-IF
           END-IF.

       CHECK-PAYMENT-LOG.
           MOVE WS-PAY-STUDENT-NUMBER(WS-PAY-IX) TO PL-STUDENT-NUMBER.
           MOVE ZERO TO PL-RECEIPT-NUMBER.
           MOVE ZERO TO PL-LINE-NUMBER.
           MOVE "N" TO WS-LOG-SCAN.
           START PAYMENT-LOG-FILE KEY IS NOT LESS THAN PL-LOG-KEY
               INVALID KEY SET LOG-SCAN-IS-DONE TO TRUE
           END-START.
           IF NOT LOG-SCAN-IS-DONE
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET LOG-SCAN-IS-DONE TO TRUE
               END-READ
           END-IF.
           MOVE ZERO TO WS-GROUP-RECEIPT.
           MOVE "N" TO WS-GROUP-CANDIDATE.
           MOVE "N" TO WS-GROUP-REVERSED.
           PERFORM SCAN-PAYMENT-LOG-LINE UNTIL LOG-SCAN-IS-DONE.
           PERFORM FINISH-LOG-RECEIPT-GROUP.

       SCAN-PAYMENT-LOG-LINE.
           IF PL-STUDENT-NUMBER NOT = WS-PAY-STUDENT-NUMBER(WS-PAY-IX)
               SET LOG-SCAN-IS-DONE TO TRUE
           ELSE
               IF PL-RECEIPT-NUMBER NOT = WS-GROUP-RECEIPT
                   PERFORM FINISH-LOG-RECEIPT-GROUP
                   MOVE PL-RECEIPT-NUMBER TO WS-GROUP-RECEIPT
               END-IF
               PERFORM TEST-PAYMENT-LOG-LINE
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET LOG-SCAN-IS-DONE TO TRUE
               END-READ
           END-IF.

       TEST-PAYMENT-LOG-LINE.
           EVALUATE PL-PAYMENT-METHOD
               WHEN "RVSL"
                   SET GROUP-IS-REVERSED TO TRUE
               WHEN "RFND"
               WHEN "XFER"
                   CONTINUE
               WHEN OTHER
                   IF NOT GROUP-HAS-CANDIDATE
                       MOVE WS-PAY-METHOD(WS-PAY-IX) TO WS-RULE-METHOD-A
                       MOVE WS-PAY-RECEIPT(WS-PAY-IX) TO
                           WS-RULE-RECEIPT-A
                       MOVE PL-PAYMENT-METHOD TO WS-RULE-METHOD-B
                       MOVE PL-RECEIPT-NUMBER TO WS-RULE-RECEIPT-B
                       PERFORM APPLY-DUPLICATE-RULE
                       IF RULE-MATCHES-RECEIPT
                           OR (RULE-MATCHES-AMOUNT AND
                           PL-PAYMENT = WS-PAY-PAYMENT(WS-PAY-IX) AND
                           PL-RUN-DATE NOT LESS THAN WS-CUTOFF-DATE)
                           SET GROUP-HAS-CANDIDATE TO TRUE
                           MOVE WS-RULE-REASON TO WS-GROUP-REASON
                           MOVE PL-PAYMENT-METHOD TO WS-GROUP-METHOD
                           MOVE PL-RUN-DATE TO WS-GROUP-DATE
                       END-IF
                   END-IF
           END-EVALUATE.

       FINISH-LOG-RECEIPT-GROUP.
           IF GROUP-HAS-CANDIDATE AND NOT GROUP-IS-REVERSED
               AND PAYMENT-IS-CLEAN(WS-PAY-IX)
               MOVE WS-GROUP-REASON TO WS-PAY-REASON(WS-PAY-IX)
               MOVE "LOG" TO WS-PAY-MATCH-SOURCE(WS-PAY-IX)
               MOVE WS-GROUP-METHOD TO WS-PAY-MATCH-METHOD(WS-PAY-IX)
               MOVE WS-GROUP-RECEIPT TO WS-PAY-MATCH-RECEIPT(WS-PAY-IX)
               MOVE WS-GROUP-DATE TO WS-PAY-MATCH-DATE(WS-PAY-IX)
               SET PAYMENT-IS-SUSPECT(WS-PAY-IX) TO TRUE
           END-IF.
           MOVE "N" TO WS-GROUP-CANDIDATE.
           MOVE "N" TO WS-GROUP-REVERSED.

       APPLY-DUPLICATE-RULE.
           MOVE SPACES TO WS-RULE-KIND.
           MOVE SPACES TO WS-RULE-REASON.
           MOVE WS-RULE-METHOD-A TO WS-RULE-METHOD.
           PERFORM FIND-PAYMENT-SOURCE.
           MOVE WS-RULE-SOURCE TO WS-RULE-SOURCE-A.
           MOVE WS-RULE-METHOD-B TO WS-RULE-METHOD.
           PERFORM FIND-PAYMENT-SOURCE.
           MOVE WS-RULE-SOURCE TO WS-RULE-SOURCE-B.
           EVALUATE TRUE
               WHEN WS-RULE-METHOD-A = WS-RULE-METHOD-B
                   AND WS-RULE-RECEIPT-A = WS-RULE-RECEIPT-B
                   SET RULE-MATCHES-RECEIPT TO TRUE
                   MOVE "SAME RECEIPT ALREADY RECEIVED" TO
                       WS-RULE-REASON
               WHEN WS-RULE-SOURCE-A NOT = WS-RULE-SOURCE-B
                   SET RULE-MATCHES-AMOUNT TO TRUE
                   MOVE "SAME AMOUNT VIA OTHER CHANNEL" TO
                       WS-RULE-REASON
               WHEN WS-RULE-SOURCE-A NOT = "CNTR"
                   SET RULE-MATCHES-AMOUNT TO TRUE
                   MOVE "SAME AMOUNT IN SAME FEED" TO WS-RULE-REASON
           END-EVALUATE.

       FIND-PAYMENT-SOURCE.
           EVALUATE WS-RULE-METHOD
               WHEN "CASH"
               WHEN "CHEQ"
               WHEN "CARD"
                   MOVE "CNTR" TO WS-RULE-SOURCE
               WHEN "TRFR"
                   MOVE "BANK" TO WS-RULE-SOURCE
               WHEN OTHER
                   MOVE WS-RULE-METHOD TO WS-RULE-SOURCE
           END-EVALUATE.

       UNLOAD-PAYMENT-ENTRY.
           IF PAYMENT-IS-SUSPECT(WS-PAY-IX)
               MOVE WS-RUN-DATE TO DR-SCREEN-DATE
               MOVE WS-PAY-RECORD(WS-PAY-IX) TO DR-PAYMENT-RECORD
               MOVE WS-PAY-REASON(WS-PAY-IX) TO DR-REASON
               MOVE WS-PAY-MATCH-SOURCE(WS-PAY-IX) TO DR-MATCH-SOURCE
               MOVE WS-PAY-MATCH-METHOD(WS-PAY-IX) TO DR-MATCH-METHOD
               MOVE WS-PAY-MATCH-RECEIPT(WS-PAY-IX) TO DR-MATCH-RECEIPT
               MOVE WS-PAY-MATCH-DATE(WS-PAY-IX) TO DR-MATCH-DATE
               MOVE "P" TO DR-REVIEW-STATUS
               MOVE SPACES TO DR-ACTION-BY
               MOVE ZERO TO DR-ACTION-DATE
               WRITE DR-RECORD
           ELSE
               MOVE WS-PAY-RECORD(WS-PAY-IX) TO SP-RECORD
               WRITE SP-RECORD
               ADD 1 TO WS-CLEAN-COUNT
           END-IF.

       APPEND-RELEASED-PAYMENT.
           MOVE DL-RECORD TO SP-RECORD.
           WRITE SP-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD 1 TO WS-CLEAN-COUNT.
           READ DUP-RELEASE-FILE
               AT END SET END-OF-DLF TO TRUE
           END-READ.
