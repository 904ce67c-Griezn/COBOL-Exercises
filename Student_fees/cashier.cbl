           01 CQ-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CASHIER-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-TAKE-PAYMENTS VALUE "CASH" "SUPV".
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.
           01 WS-OPENING-FLOAT PIC 9(6)V99.
           01 WS-INPUT-FIELD PIC X(30).
           01 WS-CHOICE PIC X.

           DISPLAY "CASHIER ID: " WITH NO ADVANCING.
           ACCEPT WS-CASHIER-ID.
           MOVE FUNCTION UPPER-CASE(WS-CASHIER-ID) TO WS-CASHIER-ID.
           DISPLAY "PASSWORD  : " WITH NO ADVANCING.
           ACCEPT WS-AUTH-PASSWORD.
           MOVE "SIGNON" TO WS-AUTH-FUNCTION.
           MOVE WS-CASHIER-ID TO WS-AUTH-OPERATOR.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "SIGN-ON REFUSED - " WS-AUTH-REASON
               CLOSE STUDENT-MASTER-FILE
               STOP RUN
           END-IF.
           IF NOT ROLE-MAY-TAKE-PAYMENTS
               DISPLAY "SIGN-ON REFUSED - ROLE " WS-AUTH-ROLE
                   " MAY NOT TAKE PAYMENTS"
               CLOSE STUDENT-MASTER-FILE
               STOP RUN
           END-IF.

           DISPLAY "OPENING FLOAT: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-FIELD.
           MOVE FUNCTION NUMVAL(WS-INPUT-FIELD) TO WS-OPENING-FLOAT.
