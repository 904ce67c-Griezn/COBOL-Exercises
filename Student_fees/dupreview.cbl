       IDENTIFICATION DIVISION.
       PROGRAM-ID. dupreview.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DUP-REVIEW-FILE ASSIGN TO "DupReview.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DR-FILE-STATUS.

               SELECT DUP-RELEASE-FILE ASSIGN TO "DupRelease.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DL-FILE-STATUS.

               SELECT DUP-REFUND-FILE ASSIGN TO "DupRefund.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DF-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DUP-REVIEW-FILE.
           01 DR-RECORD.
               88 END-OF-DRF VALUE HIGH-VALUE.
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
               02 DL-STUDENT-NUMBER    PIC 9(7).
               02 DL-PAYMENT           PIC 9(4)V99.
               02 DL-PAYMENT-METHOD    PIC X(4).
               02 DL-RECEIPT-NUMBER    PIC 9(8).
               02 DL-TERM-CODE         PIC X(6).

           FD DUP-REFUND-FILE.
           01 DF-RECORD.
               02 DF-STUDENT-NUMBER    PIC 9(7).
               02 DF-PAYMENT           PIC 9(4)V99.
               02 DF-PAYMENT-METHOD    PIC X(4).
               02 DF-RECEIPT-NUMBER    PIC 9(8).
               02 DF-TERM-CODE         PIC X(6).
               02 DF-SCREEN-DATE       PIC 9(8).
               02 DF-REASON            PIC X(30).
               02 DF-APPROVED-BY       PIC X(8).
               02 DF-SECOND-APPROVER   PIC X(8).
               02 DF-APPROVED-DATE     PIC 9(8).


           WORKING-STORAGE SECTION.
           01 DR-FILE-STATUS PIC XX.
           01 DL-FILE-STATUS PIC XX.
           01 DF-FILE-STATUS PIC XX.
           01 WS-TODAY PIC 9(8).
           01 WS-CHOICE PIC X.
           01 WS-STOP-REVIEW PIC X VALUE "N".
               88 REVIEW-IS-STOPPED VALUE "Y".
           01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RELEASED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-REFUNDED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RELEASED-AMOUNT PIC 9(8)V99 VALUE ZERO.
           01 WS-REFUNDED-AMOUNT PIC 9(8)V99 VALUE ZERO.
           01 WS-EDIT-AMOUNT PIC $$,$$$,$$9.99.
           01 WS-SECOND-APPROVER PIC X(8).

           01 WS-REV-COUNT PIC 9(4) VALUE ZERO.
           01 WS-REV-IX PIC 9(4).
           01 WS-REV-TABLE.
               02 WS-REV-ENTRY OCCURS 5000.
                   03 WS-REV-SCREEN-DATE   PIC 9(8).
                   03 WS-REV-PAYMENT-RECORD.
                       04 WS-REV-STUDENT-NUMBER PIC 9(7).
                       04 WS-REV-PAYMENT        PIC 9(4)V99.
                       04 WS-REV-METHOD         PIC X(4).
                       04 WS-REV-RECEIPT        PIC 9(8).
                       04 WS-REV-TERM-CODE      PIC X(6).
                   03 WS-REV-REASON        PIC X(30).
                   03 WS-REV-MATCH-SOURCE  PIC X(4).
                   03 WS-REV-MATCH-METHOD  PIC X(4).
                   03 WS-REV-MATCH-RECEIPT PIC 9(8).
                   03 WS-REV-MATCH-DATE    PIC 9(8).
                   03 WS-REV-STATUS        PIC X(1).
                       88 REVIEW-IS-PENDING    VALUE "P".
                       88 REVIEW-IS-RELEASED   VALUE "R".
                       88 REVIEW-IS-REFUNDED   VALUE "F".
                   03 WS-REV-ACTION-BY     PIC X(8).
                   03 WS-REV-ACTION-DATE   PIC 9(8).
           01 WS-REV-OVERFLOW PIC X VALUE "N".
               88 REVIEW-TABLE-IS-FULL VALUE "Y".

           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-REVIEW-DUPLICATES VALUE "SUPV" "FINC".
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
                   88 SECOND-APPROVAL-NEEDED VALUE "Y".
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.
           01 WS-SIGNON-ROLE PIC X(4).

           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.


       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.
           DISPLAY "PASSWORD   : " WITH NO ADVANCING.
           ACCEPT WS-AUTH-PASSWORD.
           MOVE "SIGNON" TO WS-AUTH-FUNCTION.
           MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SIGN-ON REFUSED - " WS-AUTH-REASON
               STOP RUN
           END-IF.
           IF NOT ROLE-MAY-REVIEW-DUPLICATES
               DISPLAY "SIGN-ON REFUSED - DUPLICATE REVIEW NEEDS "
                   "FINANCE OR A SUPERVISOR"
               STOP RUN
           END-IF.
           MOVE WS-AUTH-ROLE TO WS-SIGNON-ROLE.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "DUPREVW" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - DUPLICATE REVIEW NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN INPUT DUP-REVIEW-FILE.
           IF DR-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENTS HELD FOR DUPLICATE REVIEW"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           READ DUP-REVIEW-FILE
               AT END SET END-OF-DRF TO TRUE
           END-READ.
           PERFORM LOAD-REVIEW-ITEM
               UNTIL END-OF-DRF OR REVIEW-TABLE-IS-FULL.
           CLOSE DUP-REVIEW-FILE.
           IF REVIEW-TABLE-IS-FULL
               DISPLAY "MORE THAN 5000 ITEMS IN DupReview.dat - "
                   "NOTHING REVIEWED"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "NO PAYMENTS HELD FOR DUPLICATE REVIEW"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           DISPLAY "PAYMENTS HELD FOR DUPLICATE REVIEW = "
               WS-PENDING-COUNT.

           OPEN EXTEND DUP-RELEASE-FILE.
           IF DL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUP-RELEASE-FILE
           END-IF.
           OPEN EXTEND DUP-REFUND-FILE.
           IF DF-FILE-STATUS NOT = "00"
               OPEN OUTPUT DUP-REFUND-FILE
           END-IF.

           PERFORM REVIEW-HELD-PAYMENT
               VARYING WS-REV-IX FROM 1 BY 1
               UNTIL WS-REV-IX IS GREATER THAN WS-REV-COUNT
               OR REVIEW-IS-STOPPED.

           CLOSE DUP-RELEASE-FILE.
           CLOSE DUP-REFUND-FILE.

           OPEN OUTPUT DUP-REVIEW-FILE.
           PERFORM REWRITE-REVIEW-ITEM
               VARYING WS-REV-IX FROM 1 BY 1
               UNTIL WS-REV-IX IS GREATER THAN WS-REV-COUNT.
           CLOSE DUP-REVIEW-FILE.

           DISPLAY " ".
           MOVE WS-RELEASED-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY "RELEASED FOR POSTING = " WS-RELEASED-COUNT
               " AMOUNT " WS-EDIT-AMOUNT.
           MOVE WS-REFUNDED-AMOUNT TO WS-EDIT-AMOUNT.
           DISPLAY "SENT FOR REFUND      = " WS-REFUNDED-COUNT
               " AMOUNT " WS-EDIT-AMOUNT.
           IF WS-RELEASED-COUNT IS GREATER THAN ZERO
               DISPLAY "RELEASED PAYMENTS POST IN THE NEXT BATCH RUN"
           END-IF.
           IF WS-REFUNDED-COUNT IS GREATER THAN ZERO
               DISPLAY "RETURN THE REFUNDED PAYMENTS TO THE PAYER - "
                   "SEE DupRefund.dat"
           END-IF.

           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       LOAD-REVIEW-ITEM.
           IF WS-REV-COUNT = 5000
               SET REVIEW-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-REV-COUNT
               MOVE DR-RECORD TO WS-REV-ENTRY(WS-REV-COUNT)
               IF REVIEW-IS-PENDING(WS-REV-COUNT)
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               READ DUP-REVIEW-FILE
                   AT END SET END-OF-DRF TO TRUE
               END-READ
           END-IF.

       REVIEW-HELD-PAYMENT.
           IF REVIEW-IS-PENDING(WS-REV-IX)
               DISPLAY " "
               DISPLAY "STUDENT NO. : "
                   WS-REV-STUDENT-NUMBER(WS-REV-IX)
               DISPLAY "PAYMENT     : " WS-REV-PAYMENT(WS-REV-IX)
               DISPLAY "METHOD      : " WS-REV-METHOD(WS-REV-IX)
               DISPLAY "RECEIPT NO. : " WS-REV-RECEIPT(WS-REV-IX)
               DISPLAY "TERM CODE   : " WS-REV-TERM-CODE(WS-REV-IX)
               DISPLAY "HELD ON     : " WS-REV-SCREEN-DATE(WS-REV-IX)
               DISPLAY "REASON      : " WS-REV-REASON(WS-REV-IX)
               IF WS-REV-MATCH-SOURCE(WS-REV-IX) = "LOG"
                   DISPLAY "MATCHES     : POSTED "
                       WS-REV-MATCH-DATE(WS-REV-IX) " "
                       WS-REV-MATCH-METHOD(WS-REV-IX) " RECEIPT "
                       WS-REV-MATCH-RECEIPT(WS-REV-IX)
               ELSE
                   DISPLAY "MATCHES     : SAME BATCH "
                       WS-REV-MATCH-METHOD(WS-REV-IX) " RECEIPT "
                       WS-REV-MATCH-RECEIPT(WS-REV-IX)
               END-IF
               DISPLAY
                   "(R)ELEASE, RE(F)UND, (K)EEP, (Q)UIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                       PERFORM RELEASE-HELD-PAYMENT
                   WHEN "F"
                       PERFORM REFUND-HELD-PAYMENT
                   WHEN "Q"
                       SET REVIEW-IS-STOPPED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       RELEASE-HELD-PAYMENT.
           MOVE WS-REV-PAYMENT-RECORD(WS-REV-IX) TO DL-RECORD.
           WRITE DL-RECORD.
           SET REVIEW-IS-RELEASED(WS-REV-IX) TO TRUE.
           MOVE WS-OPERATOR-ID TO WS-REV-ACTION-BY(WS-REV-IX).
           MOVE WS-TODAY TO WS-REV-ACTION-DATE(WS-REV-IX).
           ADD 1 TO WS-RELEASED-COUNT.
           ADD WS-REV-PAYMENT(WS-REV-IX) TO WS-RELEASED-AMOUNT.
           DISPLAY "PAYMENT RELEASED FOR POSTING".

       REFUND-HELD-PAYMENT.
           MOVE SPACES TO WS-SECOND-APPROVER.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR.
           MOVE "RFND" TO WS-AUTH-LIMIT-TYPE.
           MOVE WS-REV-PAYMENT(WS-REV-IX) TO WS-AUTH-AMOUNT.
           MOVE "N" TO WS-AUTH-SECOND-FLAG.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS = "00" AND SECOND-APPROVAL-NEEDED
               PERFORM CHECK-SECOND-APPROVER
           END-IF.
           MOVE WS-SIGNON-ROLE TO WS-AUTH-ROLE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "REFUND NOT APPROVED - " WS-AUTH-REASON
               DISPLAY "PAYMENT KEPT FOR REVIEW"
           ELSE
               MOVE WS-REV-STUDENT-NUMBER(WS-REV-IX) TO
                   DF-STUDENT-NUMBER
               MOVE WS-REV-PAYMENT(WS-REV-IX) TO DF-PAYMENT
               MOVE WS-REV-METHOD(WS-REV-IX) TO DF-PAYMENT-METHOD
               MOVE WS-REV-RECEIPT(WS-REV-IX) TO DF-RECEIPT-NUMBER
               MOVE WS-REV-TERM-CODE(WS-REV-IX) TO DF-TERM-CODE
               MOVE WS-REV-SCREEN-DATE(WS-REV-IX) TO DF-SCREEN-DATE
               MOVE WS-REV-REASON(WS-REV-IX) TO DF-REASON
               MOVE WS-OPERATOR-ID TO DF-APPROVED-BY
               MOVE WS-SECOND-APPROVER TO DF-SECOND-APPROVER
               MOVE WS-TODAY TO DF-APPROVED-DATE
               WRITE DF-RECORD
               SET REVIEW-IS-REFUNDED(WS-REV-IX) TO TRUE
               MOVE WS-OPERATOR-ID TO WS-REV-ACTION-BY(WS-REV-IX)
               MOVE WS-TODAY TO WS-REV-ACTION-DATE(WS-REV-IX)
               ADD 1 TO WS-REFUNDED-COUNT
               ADD WS-REV-PAYMENT(WS-REV-IX) TO WS-REFUNDED-AMOUNT
               DISPLAY "PAYMENT SENT FOR REFUND"
           END-IF.

       CHECK-SECOND-APPROVER.
           DISPLAY "SECOND APPROVER ID: " WITH NO ADVANCING.
           ACCEPT WS-SECOND-APPROVER.
           MOVE FUNCTION UPPER-CASE(WS-SECOND-APPROVER) TO
               WS-SECOND-APPROVER.
           EVALUATE TRUE
               WHEN WS-SECOND-APPROVER = SPACES
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "SECOND APPROVER REQUIRED" TO WS-AUTH-REASON
               WHEN WS-SECOND-APPROVER = WS-OPERATOR-ID
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "2ND APPROVER IS THE AUTHORISER"
                       TO WS-AUTH-REASON
               WHEN OTHER
                   MOVE "SECOND" TO WS-AUTH-FUNCTION
                   MOVE WS-SECOND-APPROVER TO WS-AUTH-OPERATOR
                   CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS
           END-EVALUATE.

       REWRITE-REVIEW-ITEM.
           MOVE WS-REV-ENTRY(WS-REV-IX) TO DR-RECORD.
           WRITE DR-RECORD.
