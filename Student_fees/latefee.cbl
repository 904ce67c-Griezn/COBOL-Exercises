               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 AJL-AUTHORISER       PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

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
               88 STUDENT-HAS-NO-PLAN VALUE "N".
               88 STUDENT-ON-SCHEDULE VALUE "S".
               88 STUDENT-IN-ARREARS VALUE "A".
           01 CP-FILE-STATUS PIC XX.
           01 WS-PLACE-FILE-PRESENT PIC X VALUE "N".
               88 PLACEMENT-FILE-IS-PRESENT VALUE "Y".
           01 WS-COLLECTION-STATE PIC X.
               88 ACCOUNT-IS-PLACED VALUE "Y".
               88 ACCOUNT-NOT-PLACED VALUE "N".
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".
           01 WS-HOLDS-PLACED PIC 9(6) VALUE ZERO.
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
           01 LS-CUTOFF-PARM PIC X(8).
               SET CUTOFF-HAS-BEEN-REACHED TO TRUE
           END-IF.

           PERFORM CHECK-POSTING-PERIOD.
           IF NO-OPEN-PERIOD-FOUND
               DISPLAY "NO OPEN ACCOUNTING PERIOD FOR " WS-CURRENT-DATE
                   " - NO LATE FEES ASSESSED"
               MOVE "99" TO LS-RETURN-STATUS
               MOVE ZERO TO LS-RECORDS-PROCESSED
               MOVE ZERO TO LS-REJECT-COUNT
               GOBACK
           END-IF.

           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS = "00"
               SET CALENDAR-IS-PRESENT TO TRUE
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN INPUT COLLECTION-PLACEMENT-FILE.
           IF CP-FILE-STATUS = "00"
               SET PLACEMENT-FILE-IS-PRESENT TO TRUE
           END-IF.

           IF CUTOFF-HAS-BEEN-REACHED OR CALENDAR-IS-PRESENT
               OPEN I-O STUDENT-MASTER-FILE
               OPEN EXTEND ADJUSTMENT-LOG-FILE
                   SET PLAN-FILE-IS-PRESENT TO TRUE
               END-IF

               PERFORM OPEN-HOLD-FILE

               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-SMF TO TRUE
               END-READ
               IF PLAN-FILE-IS-PRESENT
                   CLOSE PAYMENT-PLAN-FILE
               END-IF
               IF HOLD-FILE-IS-PRESENT
                   CLOSE STUDENT-HOLD-FILE
               END-IF

               CLOSE ADJUSTMENT-LOG-FILE
               CLOSE STUDENT-MASTER-FILE

               DISPLAY "LATE FEES ASSESSED TO " WS-STUDENTS-ASSESSED
                   " STUDENT(S), CUTOFF = " WS-CUTOFF-DATE
               IF WS-HOLDS-PLACED IS GREATER THAN ZERO
                   DISPLAY "  PRIOR-FEES HOLDS PLACED = "
                       WS-HOLDS-PLACED
               END-IF
               IF POSTING-PERIOD-IS-REDATED
                   DISPLAY "  PERIOD FOR " WS-CURRENT-DATE
                       " IS CLOSED - " WS-PERIOD-EXCEPTIONS
                       " FEE(S) DATED " WS-POST-DATE
                       " - SEE PeriodExc.dat"
               END-IF
           ELSE
               DISPLAY "CUTOFF DATE " WS-CUTOFF-DATE
                   " NOT YET REACHED - NO LATE FEES ASSESSED"
           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.
           IF PLACEMENT-FILE-IS-PRESENT
               CLOSE COLLECTION-PLACEMENT-FILE
           END-IF.
           IF POSTING-PERIOD-IS-REDATED
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF.

           MOVE WS-WORST-STATUS TO LS-RETURN-STATUS.
           MOVE WS-STUDENTS-ASSESSED TO LS-RECORDS-PROCESSED.
       ASSESS-LATE-FEE.
           PERFORM GET-STUDENT-CUTOFF.
           PERFORM CHECK-STUDENT-WITHDRAWN.
           PERFORM CHECK-COLLECTION-PLACEMENT.
           SUBTRACT SM-AMOUNT-PAID FROM SM-FEES-OWED
               GIVING WS-OUTSTANDING.
           SUBTRACT SM-PRIOR-AMOUNT-PAID FROM SM-PRIOR-FEES-OWED
               GIVING WS-PRIOR-OUTSTANDING.
           IF STUDENT-IS-ACTIVE AND ACCOUNT-NOT-PLACED
               AND WS-CURRENT-DATE IS GREATER THAN OR EQUAL TO
                   WS-EFFECTIVE-CUTOFF
               AND (WS-OUTSTANDING IS GREATER THAN ZERO
                   END-REWRITE
               END-IF
           END-IF.
           IF WS-PRIOR-OUTSTANDING IS GREATER THAN ZERO
               AND WS-CURRENT-DATE IS GREATER THAN OR EQUAL TO
                   WS-EFFECTIVE-CUTOFF
               AND HOLD-FILE-IS-PRESENT
               PERFORM PLACE-PRIOR-FEES-HOLD
           END-IF.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           MOVE WS-LATE-FEE-SURCHARGE TO AJL-ADJUSTMENT.
           MOVE SM-FEES-OWED TO AJL-RESULTING-FEES.
           MOVE WS-POST-DATE TO AJL-RUN-DATE.
           MOVE "LATE" TO AJL-REASON-CODE.
           MOVE "SYSTEM" TO AJL-AUTHORISER.
           MOVE SM-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.
           IF POSTING-PERIOD-IS-REDATED
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE WS-CURRENT-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           MOVE WS-PERIOD-OPEN-DATE TO WS-POST-DATE.
           IF POSTING-PERIOD-IS-REDATED
               OPEN EXTEND PERIOD-EXCEPTION-FILE
               IF PX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERIOD-EXCEPTION-FILE
               END-IF
           END-IF.

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-CURRENT-DATE TO PX-RUN-DATE.
           MOVE "LATEFEE" TO PX-PROGRAM.
           MOVE SM-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE WS-LATE-FEE-SURCHARGE TO PX-AMOUNT.
           MOVE "LATE" TO PX-SOURCE-CODE.
           MOVE ZERO TO PX-REFERENCE.
           MOVE WS-CURRENT-DATE TO PX-PERIOD-DATE.
           MOVE WS-POST-DATE TO PX-POSTED-DATE.
           MOVE "REDATED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.

       OPEN-HOLD-FILE.
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

       PLACE-PRIOR-FEES-HOLD.
           MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER.
           MOVE "FEES" TO HD-HOLD-TYPE.
           MOVE "PRIOR TERM FEES UNPAID" TO HD-HOLD-REASON.
           MOVE WS-CURRENT-DATE TO HD-PLACED-DATE.
           MOVE "LATEFEE" TO HD-PLACED-BY.
           WRITE HD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-PLACED
           END-WRITE.

       GET-STUDENT-CUTOFF.
           MOVE WS-CUTOFF-DATE TO WS-EFFECTIVE-CUTOFF.
               END-READ
           END-IF.

       CHECK-COLLECTION-PLACEMENT.
           SET ACCOUNT-NOT-PLACED TO TRUE.
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
                       END-IF
               END-READ
           END-IF.

       CHECK-PAYMENT-PLAN.
           SET STUDENT-HAS-NO-PLAN TO TRUE.
           IF PLAN-FILE-IS-PRESENT
