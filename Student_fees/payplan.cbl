                   VALUE "TOTAL PAST DUE        = ".
               02 WS-DT-AMOUNT         PIC $$,$$$,$$9.99.

           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-ADD-PLAN VALUE "CLRK" "SUPV" "FINC".
                   88 ROLE-MAY-DELETE-PLAN VALUE "SUPV" "FINC".
                   88 ROLE-MAY-RUN-REPORT VALUE "CLRK" "SUPV" "FINC".
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.

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

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "PAYPLAN" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST

           PERFORM UNTIL NOT KEEP-PROCESSING
               DISPLAY " "
               DISPLAY "PAYMENT PLAN MAINTENANCE - " WS-OPERATOR-ID
               PERFORM SHOW-ALLOWED-OPTIONS
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

               EVALUATE TRUE
                   WHEN WS-CHOICE = "A" AND ROLE-MAY-ADD-PLAN
                       PERFORM ADD-PLAN
                   WHEN WS-CHOICE = "I"
                       PERFORM INQUIRE-PLAN
                   WHEN WS-CHOICE = "D" AND ROLE-MAY-DELETE-PLAN
                       PERFORM DELETE-PLAN
                   WHEN WS-CHOICE = "R" AND ROLE-MAY-RUN-REPORT
                       PERFORM DELINQUENCY-REPORT
                   WHEN WS-CHOICE = "X"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       SHOW-ALLOWED-OPTIONS.
           IF ROLE-MAY-ADD-PLAN
               DISPLAY "  A - ADD A PLAN"
           END-IF.
           DISPLAY "  I - INQUIRE ON A PLAN".
           IF ROLE-MAY-DELETE-PLAN
               DISPLAY "  D - DELETE A PLAN"
           END-IF.
           IF ROLE-MAY-RUN-REPORT
               DISPLAY "  R - DELINQUENCY REPORT"
           END-IF.
           DISPLAY "  X - EXIT".


       ADD-PLAN.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
