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

               SELECT STATEMENT-FILE ASSIGN TO "Statement.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.


               SELECT STUDENT-ADDRESS-FILE ASSIGN TO "StudAddr.dat"
                   ORGANIZATION IS INDEXED

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

           FD STATEMENT-FILE.
           01 ST-PRINT-LINE            PIC X(80).

           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 AD-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-ADDR-FILE-PRESENT PIC X VALUE "N".
               88 ADDRESS-FILE-IS-PRESENT VALUE "Y".
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-ADDR-STATE PIC X.
               88 ADDRESS-IS-DELIVERABLE VALUE "Y".
               88 ADDRESS-IS-MISSING VALUE "N".
           01 WS-RUNNING-BALANCE PIC S9(6)V99.
           01 WS-STATEMENTS-PRINTED PIC 9(6) VALUE ZERO.
           01 WS-UNMATCHED-LOG-LINES PIC 9(6) VALUE ZERO.
           01 WS-STUDENT-PARM PIC X(10).
           01 WS-ONLY-STUDENT PIC 9(7) VALUE ZERO.
           01 WS-LOG-LINE-COUNT PIC 9(3).
           01 WS-LOG-IX PIC 9(3).
           01 WS-LOG-LINES-OMITTED PIC 9(6).
           01 WS-LOG-NEW-ORDER.
               02 WS-LOG-NEW-DATE      PIC 9(8).
               02 WS-LOG-NEW-RECEIPT   PIC 9(8).
           01 WS-LOG-TABLE.
               02 WS-LOG-ENTRY OCCURS 300.
                   03 WS-LOG-ORDER.
                       04 WS-LOG-DATE          PIC 9(8).
                       04 WS-LOG-RECEIPT       PIC 9(8).
                   03 WS-LOG-METHOD        PIC X(4).
                   03 WS-LOG-PAYMENT       PIC 9(4)V99.
                   03 WS-LOG-TERM-CODE     PIC X(6).

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STUDENT-PARM FROM COMMAND-LINE.
           IF WS-STUDENT-PARM NOT = SPACES
               AND WS-STUDENT-PARM NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-STUDENT-PARM) TO WS-ONLY-STUDENT
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF AD-FILE-STATUS = "00"
           END-IF.
           OPEN OUTPUT ADDRESS-EXCEPTION-FILE.

           PERFORM POSITION-PAYMENT-LOG.

           MOVE WS-ONLY-STUDENT TO SM-STUDENT-NUMBER.
           START STUDENT-MASTER-FILE KEY IS GREATER THAN OR EQUAL TO
               SM-STUDENT-NUMBER
               INVALID KEY SET END-OF-SMF TO TRUE
           END-START.
           IF NOT END-OF-SMF
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-SMF TO TRUE
               END-READ
           END-IF.
           IF WS-ONLY-STUDENT NOT = ZERO
               AND (END-OF-SMF
               OR SM-STUDENT-NUMBER NOT = WS-ONLY-STUDENT)
               DISPLAY "STUDENT " WS-ONLY-STUDENT " NOT ON MASTER"
               SET END-OF-SMF TO TRUE
           END-IF.

           PERFORM PRINT-STATEMENT UNTIL END-OF-SMF.

           IF WS-ONLY-STUDENT = ZERO
               PERFORM COUNT-UNMATCHED-LOG-LINE UNTIL END-OF-PLF
           END-IF.

           CLOSE STUDENT-MASTER-FILE.
           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           IF ADDRESS-FILE-IS-PRESENT
               CLOSE STUDENT-ADDRESS-FILE
           STOP RUN.


       POSITION-PAYMENT-LOG.
           IF PAYMENT-LOG-IS-PRESENT
               MOVE WS-ONLY-STUDENT TO PL-STUDENT-NUMBER
               MOVE ZERO TO PL-RECEIPT-NUMBER
               MOVE ZERO TO PL-LINE-NUMBER
               START PAYMENT-LOG-FILE KEY IS GREATER THAN OR EQUAL TO
                   PL-LOG-KEY
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
               END-IF
           ELSE
               SET END-OF-PLF TO TRUE
           END-IF.

       PRINT-STATEMENT.
           PERFORM SKIP-ORPHAN-LOG-LINES.
           MOVE ZERO TO WS-LOG-LINE-COUNT.
           MOVE ZERO TO WS-LOG-LINES-OMITTED.
           PERFORM FILE-STUDENT-LOG-LINE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.
           PERFORM PRINT-STATEMENT-HEADING.
           PERFORM PRINT-CHARGE-LINES.
           PERFORM PRINT-PAYMENT-LINE
               VARYING WS-LOG-IX FROM 1 BY 1
               UNTIL WS-LOG-IX IS GREATER THAN WS-LOG-LINE-COUNT.
           IF WS-LOG-LINES-OMITTED IS GREATER THAN ZERO
               MOVE SPACES TO ST-PRINT-LINE
               STRING "** " WS-LOG-LINES-OMITTED
                   " FURTHER ENTRIES NOT LISTED **"
                   DELIMITED BY SIZE INTO ST-PRINT-LINE
               END-STRING
               WRITE ST-PRINT-LINE
           END-IF.
           PERFORM PRINT-STATEMENT-TOTAL.
           ADD 1 TO WS-STATEMENTS-PRINTED.
           IF WS-ONLY-STUDENT NOT = ZERO
               SET END-OF-SMF TO TRUE
           ELSE
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-SMF TO TRUE
               END-READ
           END-IF.

       FILE-STUDENT-LOG-LINE.
           MOVE PL-RUN-DATE TO WS-LOG-NEW-DATE.
           MOVE PL-RECEIPT-NUMBER TO WS-LOG-NEW-RECEIPT.
           IF WS-LOG-LINE-COUNT = 300
               ADD 1 TO WS-LOG-LINES-OMITTED
           ELSE
               ADD 1 TO WS-LOG-LINE-COUNT
               MOVE WS-LOG-LINE-COUNT TO WS-LOG-IX
               PERFORM MAKE-ROOM-FOR-LOG-LINE
                   UNTIL WS-LOG-IX = 1
                   OR WS-LOG-ORDER(WS-LOG-IX - 1) IS NOT GREATER THAN
                       WS-LOG-NEW-ORDER
               MOVE WS-LOG-NEW-ORDER TO WS-LOG-ORDER(WS-LOG-IX)
               MOVE PL-PAYMENT-METHOD TO WS-LOG-METHOD(WS-LOG-IX)
               MOVE PL-PAYMENT TO WS-LOG-PAYMENT(WS-LOG-IX)
               MOVE PL-TERM-CODE TO WS-LOG-TERM-CODE(WS-LOG-IX)
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       MAKE-ROOM-FOR-LOG-LINE.
           MOVE WS-LOG-ENTRY(WS-LOG-IX - 1) TO WS-LOG-ENTRY(WS-LOG-IX).
           SUBTRACT 1 FROM WS-LOG-IX.

       SKIP-ORPHAN-LOG-LINES.
           PERFORM COUNT-UNMATCHED-LOG-LINE
               UNTIL END-OF-PLF
               OR PL-STUDENT-NUMBER IS GREATER THAN OR EQUAL TO
                   SM-STUDENT-NUMBER.

       COUNT-UNMATCHED-LOG-LINE.
           ADD 1 TO WS-UNMATCHED-LOG-LINES.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       PRINT-STATEMENT-HEADING.
           WRITE ST-PRINT-LINE.

       PRINT-PAYMENT-LINE.
           EVALUATE WS-LOG-METHOD(WS-LOG-IX)
               WHEN "RFND"
                   ADD WS-LOG-PAYMENT(WS-LOG-IX) TO WS-RUNNING-BALANCE
                   MOVE "REFUND ISSUED" TO WS-PY-DESCRIPTION
               WHEN "RVSL"
                   ADD WS-LOG-PAYMENT(WS-LOG-IX) TO WS-RUNNING-BALANCE
                   MOVE "PAYMENT REVERSED" TO WS-PY-DESCRIPTION
               WHEN "XFER"
                   MOVE "PRIOR CREDIT APPLIED" TO WS-PY-DESCRIPTION
               WHEN OTHER
                   SUBTRACT WS-LOG-PAYMENT(WS-LOG-IX)
                       FROM WS-RUNNING-BALANCE
                   IF WS-LOG-TERM-CODE(WS-LOG-IX) = SPACES
                       OR WS-LOG-TERM-CODE(WS-LOG-IX) = SM-TERM-CODE
                       MOVE "PAYMENT RECEIVED" TO WS-PY-DESCRIPTION
                   ELSE
                       MOVE "PAYMENT - PRIOR TERM" TO
                           WS-PY-DESCRIPTION
                   END-IF
           END-EVALUATE.
           MOVE WS-LOG-DATE(WS-LOG-IX) TO WS-PY-DATE.
           MOVE WS-LOG-RECEIPT(WS-LOG-IX) TO WS-PY-RECEIPT.
           MOVE WS-LOG-METHOD(WS-LOG-IX) TO WS-PY-METHOD.
           MOVE WS-LOG-PAYMENT(WS-LOG-IX) TO WS-PY-AMOUNT.
           MOVE WS-RUNNING-BALANCE TO WS-PY-BALANCE.
           MOVE WS-PAYMENT-LINE TO ST-PRINT-LINE.
           WRITE ST-PRINT-LINE.

       PRINT-STATEMENT-TOTAL.
           COMPUTE WS-RUNNING-BALANCE =
