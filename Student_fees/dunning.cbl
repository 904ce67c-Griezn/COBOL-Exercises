                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT COLLECTION-PLACEMENT-FILE ASSIGN TO
                   "CollPlace.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-STUDENT-NUMBER
                   FILE STATUS IS CP-FILE-STATUS.

               SELECT STUDENT-HOLD-FILE ASSIGN TO "StudHold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-HOLD-KEY
                   FILE STATUS IS HD-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

           FD COLLECTION-PLACEMENT-FILE.
           01 CP-RECORD.
               02 CP-STUDENT-NUMBER    PIC 9(7).
               02 CP-PLACEMENT-STATUS  PIC X(1).
                   88 PLACEMENT-IS-ACTIVE VALUE "P".
                   88 PLACEMENT-IS-WRITTEN-OFF VALUE "W".
                   88 PLACEMENT-IS-CLOSED VALUE "C".
               02 CP-PLACED-DATE       PIC 9(8).
               02 CP-PLACED-AMOUNT     PIC 9(5)V99.
               02 CP-RECOVERED-GROSS   PIC 9(5)V99.
               02 CP-COMMISSION        PIC 9(5)V99.
               02 CP-RUN-DATE          PIC 9(8).
               02 CP-RUN-NET           PIC 9(5)V99.
               02 CP-WRITTEN-OFF       PIC 9(5)V99.
               02 CP-CLOSED-DATE       PIC 9(8).

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               02 HD-HOLD-KEY.
                   03 HD-STUDENT-NUMBER    PIC 9(7).
                   03 HD-HOLD-TYPE         PIC X(4).
               02 HD-HOLD-REASON       PIC X(30).
               02 HD-PLACED-DATE       PIC 9(8).
               02 HD-PLACED-BY         PIC X(8).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 WS-WITHDRAWN-STATE PIC X.
               88 STUDENT-IS-WITHDRAWN VALUE "Y".
               88 STUDENT-IS-ACTIVE VALUE "N".
           01 CP-FILE-STATUS PIC XX.
           01 WS-PLACE-FILE-PRESENT PIC X VALUE "N".
               88 PLACEMENT-FILE-IS-PRESENT VALUE "Y".
           01 WS-COLLECTION-STATE PIC X.
               88 ACCOUNT-IS-PLACED VALUE "Y".
               88 ACCOUNT-NOT-PLACED VALUE "N".
           01 WS-FINAL-NOTICE-STATE PIC X.
               88 FINAL-NOTICE-ALREADY-SENT VALUE "Y".
               88 FINAL-NOTICE-NOT-SENT VALUE "N".
           01 WS-ACCOUNTS-PLACED PIC 9(6) VALUE ZERO.
           01 WS-PLACEMENT-CLOSED-DATE PIC 9(8).
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".
           01 WS-HOLD-LETTER-LEVEL PIC 9(1) VALUE 3.
           01 WS-HOLDS-PLACED PIC 9(6) VALUE ZERO.

           01 WS-CITY-LINE.
               02 WS-CY-CITY           PIC X(20).
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN INPUT COLLECTION-PLACEMENT-FILE.
           IF CP-FILE-STATUS = "00"
               SET PLACEMENT-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN I-O STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-HOLD-FILE
               IF HD-FILE-STATUS = "00"
                   CLOSE STUDENT-HOLD-FILE
                   OPEN I-O STUDENT-HOLD-FILE
               END-IF
           END-IF.
           IF HD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-PRESENT TO TRUE
           ELSE
               DISPLAY "CANNOT OPEN HOLD FILE, FS = " HD-FILE-STATUS
                   " - NO HOLDS PLACED"
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT ADDRESS-EXCEPTION-FILE.

           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.
           IF PLACEMENT-FILE-IS-PRESENT
               CLOSE COLLECTION-PLACEMENT-FILE
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               CLOSE STUDENT-HOLD-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE ADDRESS-EXCEPTION-FILE.

           DISPLAY "  FIRST REMINDERS  = " WS-FIRST-REMINDERS.
           DISPLAY "  SECOND REMINDERS = " WS-SECOND-REMINDERS.
           DISPLAY "  FINAL NOTICES    = " WS-FINAL-NOTICES.
           IF WS-ACCOUNTS-PLACED IS GREATER THAN ZERO
               DISPLAY "  SKIPPED - PLACED WITH AGENCY = "
                   WS-ACCOUNTS-PLACED
           END-IF.
           IF WS-HOLDS-PLACED IS GREATER THAN ZERO
               DISPLAY "  ENROLLMENT HOLDS PLACED = " WS-HOLDS-PLACED
           END-IF.
           IF WS-ADDR-EXCEPTIONS IS GREATER THAN ZERO
               DISPLAY "  NO DELIVERABLE ADDRESS = " WS-ADDR-EXCEPTIONS
                   " - SEE DunAddrEx.dat"
               - SM-AMOUNT-PAID - SM-PRIOR-AMOUNT-PAID.
           IF WS-OUTSTANDING IS GREATER THAN ZERO
               PERFORM CHECK-STUDENT-WITHDRAWN
               PERFORM CHECK-COLLECTION-PLACEMENT
               PERFORM CHECK-FEES-DUE-DATE
               IF FEES-ARE-DUE AND STUDENT-IS-ACTIVE
                   AND ACCOUNT-NOT-PLACED
                   PERFORM CHECK-PAYMENT-PLAN
                   IF NOT STUDENT-ON-SCHEDULE
                       PERFORM ESCALATE-LETTER-LEVEL
                       PERFORM PRINT-DUNNING-LETTER
                       PERFORM SAVE-DUNNING-HISTORY
                       IF WS-LETTER-LEVEL IS GREATER THAN OR EQUAL TO
                           WS-HOLD-LETTER-LEVEL
                           AND HOLD-FILE-IS-PRESENT
                           PERFORM PLACE-DUNNING-HOLD
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-READ
           END-IF.

       CHECK-COLLECTION-PLACEMENT.
           SET ACCOUNT-NOT-PLACED TO TRUE.
           MOVE ZERO TO WS-PLACEMENT-CLOSED-DATE.
           IF PLACEMENT-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO CP-STUDENT-NUMBER
               READ COLLECTION-PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLACEMENT-IS-ACTIVE
                           SET ACCOUNT-IS-PLACED TO TRUE
                       ELSE
                           IF PLACEMENT-IS-CLOSED
                               OR PLACEMENT-IS-WRITTEN-OFF
                               PERFORM CHECK-PLACEMENT-SCOPE
                           END-IF
                       END-IF
                       IF ACCOUNT-IS-PLACED
                           ADD 1 TO WS-ACCOUNTS-PLACED
                       END-IF
               END-READ
           END-IF.

       CHECK-PLACEMENT-SCOPE.
           SET ACCOUNT-IS-PLACED TO TRUE.
           IF CALENDAR-IS-PRESENT
               MOVE SM-TERM-CODE TO TC-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TC-FEE-DUE-DATE IS GREATER THAN CP-CLOSED-DATE
                           SET ACCOUNT-NOT-PLACED TO TRUE
                           MOVE CP-CLOSED-DATE
                               TO WS-PLACEMENT-CLOSED-DATE
                       END-IF
               END-READ
           END-IF.

       CHECK-FEES-DUE-DATE.
           SET FEES-ARE-DUE TO TRUE.
           IF CALENDAR-IS-PRESENT

       ESCALATE-LETTER-LEVEL.
           SET HISTORY-RECORD-ABSENT TO TRUE.
           SET FINAL-NOTICE-NOT-SENT TO TRUE.
           MOVE SM-STUDENT-NUMBER TO DH-STUDENT-NUMBER.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO DH-LETTER-LEVEL
               NOT INVALID KEY
                   SET HISTORY-RECORD-FOUND TO TRUE
                   IF DH-LAST-LETTER-DATE IS NOT GREATER THAN
                       WS-PLACEMENT-CLOSED-DATE
                       MOVE ZERO TO DH-LETTER-LEVEL
                   END-IF
           END-READ.
           IF DH-LETTER-LEVEL IS LESS THAN 3
               ADD 1 TO DH-LETTER-LEVEL
           ELSE
               SET FINAL-NOTICE-ALREADY-SENT TO TRUE
           END-IF.
           MOVE DH-LETTER-LEVEL TO WS-LETTER-LEVEL.

       SAVE-DUNNING-HISTORY.
           MOVE SM-STUDENT-NUMBER TO DH-STUDENT-NUMBER.
           MOVE WS-LETTER-LEVEL TO DH-LETTER-LEVEL.
           IF FINAL-NOTICE-NOT-SENT
               MOVE WS-RUN-DATE TO DH-LAST-LETTER-DATE
           END-IF.
           IF HISTORY-RECORD-FOUND
               REWRITE DH-RECORD
                   INVALID KEY
                           DH-FILE-STATUS
               END-WRITE
           END-IF.

       PLACE-DUNNING-HOLD.
           MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER.
           MOVE "DUNN" TO HD-HOLD-TYPE.
           MOVE "UNPAID AFTER DUNNING LETTERS" TO HD-HOLD-REASON.
           MOVE WS-RUN-DATE TO HD-PLACED-DATE.
           MOVE "DUNNING" TO HD-PLACED-BY.
           WRITE HD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-PLACED
           END-WRITE.
