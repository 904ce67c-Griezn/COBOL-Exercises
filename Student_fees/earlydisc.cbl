       IDENTIFICATION DIVISION.
       PROGRAM-ID. earlydisc.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS SM-FILE-STATUS.

               SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCal.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM-CODE
                   FILE STATUS IS TC-FILE-STATUS.

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
                   RECORD KEY IS PP-PLAN-KEY
                   FILE STATUS IS PP-FILE-STATUS.

               SELECT SPONSOR-LINK-FILE ASSIGN TO "SponsorLink.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SL-STUDENT-NUMBER
                   FILE STATUS IS SL-FILE-STATUS.

               SELECT WITHDRAWN-FILE ASSIGN TO "Withdrawn.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT EARLY-DISCOUNT-FILE ASSIGN TO "EarlyDisc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ED-DISCOUNT-KEY
                   FILE STATUS IS ED-FILE-STATUS.

               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DISCOUNT-REPORT-FILE ASSIGN TO "EarlyDisc.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           01 SM-RECORD.
               88 END-OF-SMF VALUE HIGH-VALUE.
               02 SM-STUDENT-NUMBER    PIC 9(7).
               02 SM-STUDENT-NAME      PIC X(30).
               02 SM-GENDER            PIC X(1).
               02 SM-COURSE-CODE       PIC X(4).
               02 SM-TERM-CODE         PIC X(6).
               02 SM-FEES-OWED         PIC 9(4).
               02 SM-AMOUNT-PAID       PIC 9(4)V99.
               02 SM-PRIOR-FEES-OWED   PIC 9(4).
               02 SM-PRIOR-AMOUNT-PAID PIC 9(4)V99.

           FD TERM-CALENDAR-FILE.
           01 TC-RECORD.
               02 TC-TERM-CODE         PIC X(6).
               02 TC-TERM-START        PIC 9(8).
               02 TC-TERM-END          PIC 9(8).
               02 TC-FEE-DUE-DATE      PIC 9(8).
               02 TC-INSTALLMENT-ANCHOR PIC 9(8).

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
               02 PP-PLAN-KEY.
                   03 PP-STUDENT-NUMBER    PIC 9(7).
                   03 PP-INSTALLMENT-NO    PIC 9(2).
               02 PP-DUE-DATE          PIC 9(8).
               02 PP-SCHEDULED-AMOUNT  PIC 9(4)V99.
               02 PP-AMOUNT-APPLIED    PIC 9(4)V99.

           FD SPONSOR-LINK-FILE.
           01 SL-RECORD.
               02 SL-STUDENT-NUMBER    PIC 9(7).
               02 SL-SPONSOR-CODE      PIC X(6).
               02 SL-COVERAGE-TYPE     PIC X(1).
                   88 COVERAGE-IS-PERCENT VALUE "P".
                   88 COVERAGE-IS-AMOUNT VALUE "A".
               02 SL-COVERAGE-PCT      PIC 9(3).
               02 SL-COVERAGE-AMOUNT   PIC 9(4)V99.

           FD WITHDRAWN-FILE.
           01 WN-RECORD.
               02 WN-STUDENT-NUMBER    PIC 9(7).
               02 WN-WITHDRAW-DATE     PIC 9(8).
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

           FD EARLY-DISCOUNT-FILE.
           01 ED-RECORD.
               88 END-OF-EDF VALUE HIGH-VALUE.
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

           FD ADJUSTMENT-LOG-FILE.
           01 AJL-RECORD.
               02 AJL-STUDENT-NUMBER   PIC 9(7).
               02 AJL-ADJUSTMENT       PIC S9(4)V99
                   SIGN IS LEADING SEPARATE.
               02 AJL-RESULTING-FEES   PIC 9(4).
               02 AJL-RUN-DATE         PIC 9(8).
               02 AJL-REASON-CODE      PIC X(4).
               02 AJL-AUTHORISER       PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

           FD DISCOUNT-REPORT-FILE.
           01 DR-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 TC-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 PP-FILE-STATUS PIC XX.
           01 SL-FILE-STATUS PIC XX.
           01 WN-FILE-STATUS PIC XX.
           01 ED-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-PARM-1 PIC X(10).
           01 WS-PARM-2 PIC X(10).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-EARLY-DAYS PIC 9(3) VALUE 14.
           01 WS-DISCOUNT-PCT PIC 9(2)V99 VALUE 5.
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-LOG-FILE-PRESENT PIC X VALUE "N".
               88 LOG-FILE-IS-PRESENT VALUE "Y".
           01 WS-PLAN-FILE-PRESENT PIC X VALUE "N".
               88 PLAN-FILE-IS-PRESENT VALUE "Y".
           01 WS-LINK-FILE-PRESENT PIC X VALUE "N".
               88 LINK-FILE-IS-PRESENT VALUE "Y".
           01 WS-WDRW-FILE-PRESENT PIC X VALUE "N".
               88 WITHDRAWN-FILE-IS-PRESENT VALUE "Y".
           01 WS-ELIGIBILITY PIC X.
               88 STUDENT-IS-ELIGIBLE VALUE "E".
               88 ALREADY-DISCOUNTED VALUE "D".
               88 TERM-NOT-ON-CALENDAR VALUE "T".
               88 STUDENT-ON-PLAN VALUE "P".
               88 STUDENT-FULLY-SPONSORED VALUE "S".
               88 STUDENT-HAS-WITHDRAWN VALUE "W".
               88 NOT-PAID-BY-CUTOFF VALUE "N".
               88 NOTHING-TO-DISCOUNT VALUE "Z".
           01 WS-RECEIPTS-BY-CUTOFF PIC S9(6)V99.
           01 WS-LAST-RECEIPT-COUNTED PIC 9(8).
           01 WS-DISCOUNT-AMOUNT PIC 9(4).

           01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
           01 WS-DISCOUNTS-GRANTED PIC 9(6) VALUE ZERO.
           01 WS-AMOUNT-GRANTED PIC 9(8) VALUE ZERO.
           01 WS-SKIPPED-DISCOUNTED PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-NO-TERM PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-PLAN PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-SPONSORED PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-WITHDRAWN PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-NOT-PAID PIC 9(6) VALUE ZERO.
           01 WS-SKIPPED-NO-FEES PIC 9(6) VALUE ZERO.

           01 WS-TERM-COUNT PIC 9(3) VALUE ZERO.
           01 WS-TERM-IX PIC S9(3).
           01 WS-TERM-POS PIC 9(3).
           01 WS-TERM-OVERFLOW PIC 9(6) VALUE ZERO.
           01 WS-SHIFT-STATE PIC X.
               88 SHIFT-IS-DONE VALUE "Y".
               88 SHIFT-NOT-DONE VALUE "N".
           01 WS-TERM-TABLE.
               02 WS-TERM-ENTRY OCCURS 50.
                   03 WS-TS-TERM           PIC X(6).
                   03 WS-TS-GRANTED-COUNT  PIC 9(6).
                   03 WS-TS-GRANTED-AMOUNT PIC 9(8).
                   03 WS-TS-WDRAWN-COUNT   PIC 9(6).
                   03 WS-TS-WDRAWN-AMOUNT  PIC 9(8).
           01 WS-GRAND-TOTALS.
               02 WS-GT-GRANTED-COUNT  PIC 9(6) VALUE ZERO.
               02 WS-GT-GRANTED-AMOUNT PIC 9(8) VALUE ZERO.
               02 WS-GT-WDRAWN-COUNT   PIC 9(6) VALUE ZERO.
               02 WS-GT-WDRAWN-AMOUNT  PIC 9(8) VALUE ZERO.

           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
               88 POSTING-PERIOD-IS-OPEN VALUE "00".
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(18) VALUE SPACES.
               02 FILLER               PIC X(40)
                   VALUE "EARLY-PAYMENT  DISCOUNT  TERM  SUMMARY".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).
               02 FILLER               PIC X(13)
                   VALUE "   DISCOUNT: ".
               02 WS-DL-PCT            PIC Z9.99.
               02 FILLER               PIC X(14)
                   VALUE "%  PAID BY DUE".
               02 FILLER               PIC X(8)
                   VALUE " DATE - ".
               02 WS-DL-DAYS           PIC ZZ9.
               02 FILLER               PIC X(5) VALUE " DAYS".

           01 WS-RUN-LINE.
               02 WS-RL-CAPTION        PIC X(40).
               02 WS-RL-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(3) VALUE SPACES.
               02 WS-RL-AMOUNT         PIC ZZ,ZZZ,ZZ9.
               02 WS-RL-AMOUNT-X REDEFINES WS-RL-AMOUNT PIC X(10).

           01 WS-COLUMN-LINE-1.
               02 FILLER               PIC X(9) VALUE SPACES.
               02 FILLER               PIC X(18)
                   VALUE "----- GRANTED ----".
               02 FILLER               PIC X(3) VALUE SPACES.
               02 FILLER               PIC X(18)
                   VALUE "---- WITHDRAWN ---".
               02 FILLER               PIC X(13)
                   VALUE "          NET".

           01 WS-COLUMN-LINE-2.
               02 FILLER               PIC X(27)
                   VALUE "TERM       COUNT     AMOUNT".
               02 FILLER               PIC X(34)
                   VALUE "     COUNT     AMOUNT       AMOUNT".

           01 WS-DETAIL-LINE.
               02 WS-DT-TERM           PIC X(6).
               02 FILLER               PIC X(3) VALUE SPACES.
               02 WS-DT-GRANTED-COUNT  PIC ZZZ,ZZ9.
               02 WS-DT-GRANTED-AMOUNT PIC ZZZ,ZZZ,ZZ9.
               02 FILLER               PIC X(3) VALUE SPACES.
               02 WS-DT-WDRAWN-COUNT   PIC ZZZ,ZZ9.
               02 WS-DT-WDRAWN-AMOUNT  PIC ZZZ,ZZZ,ZZ9.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-NET-AMOUNT     PIC ZZZ,ZZZ,ZZ9.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE SPACES TO WS-PARM-1 WS-PARM-2
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-PARM-1 WS-PARM-2
               END-UNSTRING
               IF WS-PARM-1 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-1) TO WS-EARLY-DAYS
               END-IF
               IF WS-PARM-2 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-2) TO WS-DISCOUNT-PCT
               END-IF
           END-IF.
           IF WS-EARLY-DAYS IS GREATER THAN 180
               DISPLAY "EARLY DAYS MUST BE 0 TO 180 - 14 USED"
               MOVE 14 TO WS-EARLY-DAYS
           END-IF.
           IF WS-DISCOUNT-PCT = ZERO
               OR WS-DISCOUNT-PCT IS GREATER THAN 25
               DISPLAY "DISCOUNT MUST BE 0.01 TO 25 PERCENT - 5 USED"
               MOVE 5 TO WS-DISCOUNT-PCT
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "EARLYDSC" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - DISCOUNT RUN NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   "NO DISCOUNTS GRANTED"
               DISPLAY "RUN acctper TO OPEN THE PERIOD AND RERUN"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR FILE, FS = " TC-FILE-STATUS
               DISPLAY "RUN termcal TO SET FEE DUE DATES FIRST"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               CLOSE TERM-CALENDAR-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O EARLY-DISCOUNT-FILE.
           IF ED-FILE-STATUS NOT = "00"
               OPEN OUTPUT EARLY-DISCOUNT-FILE
               CLOSE EARLY-DISCOUNT-FILE
               OPEN I-O EARLY-DISCOUNT-FILE
           END-IF.
           IF ED-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN DISCOUNT FILE, FS = "
                   ED-FILE-STATUS
               CLOSE TERM-CALENDAR-FILE
               CLOSE STUDENT-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET LOG-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PP-FILE-STATUS = "00"
               SET PLAN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT SPONSOR-LINK-FILE.
           IF SL-FILE-STATUS = "00"
               SET LINK-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT WITHDRAWN-FILE.
           IF WN-FILE-STATUS = "00"
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.
           PERFORM CONSIDER-STUDENT UNTIL END-OF-SMF.

           CLOSE ADJUSTMENT-LOG-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE TERM-CALENDAR-FILE.
           IF LOG-FILE-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           IF PLAN-FILE-IS-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF LINK-FILE-IS-PRESENT
               CLOSE SPONSOR-LINK-FILE
           END-IF.
           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.

           PERFORM PRINT-TERM-SUMMARY.
           CLOSE EARLY-DISCOUNT-FILE.

           MOVE "EarlyDisc.rpt" TO WS-KEEP-NAME.
           MOVE "EARLYDSC" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "EARLY-PAYMENT DISCOUNT RUN COMPLETE".
           DISPLAY "  STUDENTS READ      = " WS-STUDENTS-READ.
           DISPLAY "  DISCOUNTS GRANTED  = " WS-DISCOUNTS-GRANTED
               " VALUE " WS-AMOUNT-GRANTED.
           DISPLAY "  ALREADY DISCOUNTED = " WS-SKIPPED-DISCOUNTED.
           DISPLAY "  ON PAYMENT PLAN    = " WS-SKIPPED-PLAN.
           DISPLAY "  FULLY SPONSORED    = " WS-SKIPPED-SPONSORED.
           DISPLAY "  WITHDRAWN          = " WS-SKIPPED-WITHDRAWN.
           DISPLAY "  NOT PAID BY CUTOFF = " WS-SKIPPED-NOT-PAID.
           IF WS-SKIPPED-NO-TERM IS GREATER THAN ZERO
               DISPLAY "  TERM NOT ON CALENDAR = " WS-SKIPPED-NO-TERM
           END-IF.
           IF WS-TERM-OVERFLOW IS GREATER THAN ZERO
               DISPLAY "  TERM TABLE FULL - " WS-TERM-OVERFLOW
                   " DISCOUNT(S) LEFT OFF THE SUMMARY"
           END-IF.
           DISPLAY "SEE EarlyDisc.rpt".

           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       CONSIDER-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           PERFORM CHECK-DISCOUNT-ELIGIBILITY.
           EVALUATE TRUE
               WHEN STUDENT-IS-ELIGIBLE
                   PERFORM GRANT-EARLY-DISCOUNT
               WHEN ALREADY-DISCOUNTED
                   ADD 1 TO WS-SKIPPED-DISCOUNTED
               WHEN TERM-NOT-ON-CALENDAR
                   ADD 1 TO WS-SKIPPED-NO-TERM
               WHEN STUDENT-ON-PLAN
                   ADD 1 TO WS-SKIPPED-PLAN
               WHEN STUDENT-FULLY-SPONSORED
                   ADD 1 TO WS-SKIPPED-SPONSORED
               WHEN STUDENT-HAS-WITHDRAWN
                   ADD 1 TO WS-SKIPPED-WITHDRAWN
               WHEN NOT-PAID-BY-CUTOFF
                   ADD 1 TO WS-SKIPPED-NOT-PAID
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-NO-FEES
           END-EVALUATE.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       CHECK-DISCOUNT-ELIGIBILITY.
           SET STUDENT-IS-ELIGIBLE TO TRUE.
           IF SM-FEES-OWED = ZERO
               SET NOTHING-TO-DISCOUNT TO TRUE
           END-IF.
           IF STUDENT-IS-ELIGIBLE
               MOVE SM-STUDENT-NUMBER TO ED-STUDENT-NUMBER
               MOVE SM-TERM-CODE TO ED-TERM-CODE
               READ EARLY-DISCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALREADY-DISCOUNTED TO TRUE
               END-READ
           END-IF.
           IF STUDENT-IS-ELIGIBLE
               MOVE SM-TERM-CODE TO TC-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       SET TERM-NOT-ON-CALENDAR TO TRUE
                   NOT INVALID KEY
                       COMPUTE WS-CUTOFF-DATE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(TC-FEE-DUE-DATE)
                           - WS-EARLY-DAYS)
               END-READ
           END-IF.
           IF STUDENT-IS-ELIGIBLE
               PERFORM CHECK-PAYMENT-PLAN
           END-IF.
           IF STUDENT-IS-ELIGIBLE
               PERFORM CHECK-SPONSOR-COVERAGE
           END-IF.
           IF STUDENT-IS-ELIGIBLE AND WITHDRAWN-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO WN-STUDENT-NUMBER
               READ WITHDRAWN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-HAS-WITHDRAWN TO TRUE
               END-READ
           END-IF.
           IF STUDENT-IS-ELIGIBLE
               PERFORM TOTAL-RECEIPTS-BY-CUTOFF
               IF WS-RECEIPTS-BY-CUTOFF IS LESS THAN SM-FEES-OWED
                   OR SM-AMOUNT-PAID IS LESS THAN SM-FEES-OWED
                   SET NOT-PAID-BY-CUTOFF TO TRUE
               END-IF
           END-IF.

       CHECK-PAYMENT-PLAN.
           IF PLAN-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO PP-STUDENT-NUMBER
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE
                   KEY IS GREATER THAN OR EQUAL TO PP-PLAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAYMENT-PLAN-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PP-STUDENT-NUMBER = SM-STUDENT-NUMBER
                                   SET STUDENT-ON-PLAN TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       CHECK-SPONSOR-COVERAGE.
           IF LINK-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO SL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COVERAGE-IS-PERCENT
                           IF SL-COVERAGE-PCT IS NOT LESS THAN 100
                               SET STUDENT-FULLY-SPONSORED TO TRUE
                           END-IF
                       ELSE
                           IF SL-COVERAGE-AMOUNT IS NOT LESS THAN
                               SM-FEES-OWED
                               SET STUDENT-FULLY-SPONSORED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       TOTAL-RECEIPTS-BY-CUTOFF.
           MOVE ZERO TO WS-RECEIPTS-BY-CUTOFF.
           MOVE ZERO TO WS-LAST-RECEIPT-COUNTED.
           IF LOG-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO PL-STUDENT-NUMBER
               MOVE ZERO TO PL-RECEIPT-NUMBER
               MOVE ZERO TO PL-LINE-NUMBER
               START PAYMENT-LOG-FILE KEY IS NOT LESS THAN PL-LOG-KEY
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
                   PERFORM ADD-RECEIPT-BY-CUTOFF
                       UNTIL END-OF-PLF
                       OR PL-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER
               END-IF
           END-IF.

       ADD-RECEIPT-BY-CUTOFF.
           IF PL-TERM-CODE = SM-TERM-CODE
               EVALUATE TRUE
                   WHEN PL-PAYMENT-METHOD = "RVSL"
                       IF PL-RECEIPT-NUMBER = WS-LAST-RECEIPT-COUNTED
                           SUBTRACT PL-PAYMENT
                               FROM WS-RECEIPTS-BY-CUTOFF
                       END-IF
                   WHEN PL-RUN-DATE IS GREATER THAN WS-CUTOFF-DATE
                       CONTINUE
                   WHEN PL-PAYMENT-METHOD = "RFND"
                       SUBTRACT PL-PAYMENT FROM WS-RECEIPTS-BY-CUTOFF
                   WHEN OTHER
                       ADD PL-PAYMENT TO WS-RECEIPTS-BY-CUTOFF
                       MOVE PL-RECEIPT-NUMBER
                           TO WS-LAST-RECEIPT-COUNTED
               END-EVALUATE
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       GRANT-EARLY-DISCOUNT.
           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
               SM-FEES-OWED * WS-DISCOUNT-PCT / 100.
           IF WS-DISCOUNT-AMOUNT = ZERO
               ADD 1 TO WS-SKIPPED-NO-FEES
           ELSE
               MOVE SM-STUDENT-NUMBER TO ED-STUDENT-NUMBER
               MOVE SM-TERM-CODE TO ED-TERM-CODE
               SET DISCOUNT-IS-GRANTED TO TRUE
               MOVE WS-DISCOUNT-PCT TO ED-DISCOUNT-PCT
               MOVE SM-FEES-OWED TO ED-FEES-BASE
               MOVE WS-DISCOUNT-AMOUNT TO ED-DISCOUNT-AMOUNT
               MOVE WS-CUTOFF-DATE TO ED-CUTOFF-DATE
               MOVE WS-RUN-DATE TO ED-GRANTED-DATE
               MOVE ZERO TO ED-WITHDRAWN-DATE
               MOVE ZERO TO ED-WITHDRAWN-RECEIPT
               SUBTRACT WS-DISCOUNT-AMOUNT FROM SM-FEES-OWED
               REWRITE SM-RECORD
                   INVALID KEY
                       DISPLAY "DISCOUNT NOT APPLIED, FS = "
                           SM-FILE-STATUS " STUDENT = "
                           SM-STUDENT-NUMBER
                   NOT INVALID KEY
                       WRITE ED-RECORD
                           INVALID KEY
                               DISPLAY "DISCOUNT NOT REGISTERED, FS = "
                                   ED-FILE-STATUS " STUDENT = "
                                   SM-STUDENT-NUMBER
                               PERFORM RESTORE-UNREGISTERED-DISCOUNT
                           NOT INVALID KEY
                               PERFORM WRITE-DISCOUNT-LOG
                               ADD 1 TO WS-DISCOUNTS-GRANTED
                               ADD WS-DISCOUNT-AMOUNT
                                   TO WS-AMOUNT-GRANTED
                       END-WRITE
               END-REWRITE
           END-IF.

       RESTORE-UNREGISTERED-DISCOUNT.
           ADD WS-DISCOUNT-AMOUNT TO SM-FEES-OWED.
           REWRITE SM-RECORD
               INVALID KEY
                   DISPLAY "DISCOUNT NOT REVERSED, FS = "
                       SM-FILE-STATUS " STUDENT = "
                       SM-STUDENT-NUMBER
           END-REWRITE.

       WRITE-DISCOUNT-LOG.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           COMPUTE AJL-ADJUSTMENT = ZERO - WS-DISCOUNT-AMOUNT.
           MOVE SM-FEES-OWED TO AJL-RESULTING-FEES.
           MOVE WS-RUN-DATE TO AJL-RUN-DATE.
           MOVE "EPDS" TO AJL-REASON-CODE.
           MOVE "SYSTEM" TO AJL-AUTHORISER.
           MOVE SM-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.

       PRINT-TERM-SUMMARY.
           MOVE LOW-VALUES TO ED-DISCOUNT-KEY.
           START EARLY-DISCOUNT-FILE
               KEY IS GREATER THAN ED-DISCOUNT-KEY
               INVALID KEY SET END-OF-EDF TO TRUE
           END-START.
           IF NOT END-OF-EDF
               READ EARLY-DISCOUNT-FILE NEXT RECORD
                   AT END SET END-OF-EDF TO TRUE
               END-READ
           END-IF.
           PERFORM ADD-DISCOUNT-TO-SUMMARY UNTIL END-OF-EDF.

           OPEN OUTPUT DISCOUNT-REPORT-FILE.
           MOVE WS-HEADING-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-DISCOUNT-PCT TO WS-DL-PCT.
           MOVE WS-EARLY-DAYS TO WS-DL-DAYS.
           MOVE WS-DATE-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE "GRANTED THIS RUN" TO WS-RL-CAPTION.
           MOVE WS-DISCOUNTS-GRANTED TO WS-RL-COUNT.
           MOVE WS-AMOUNT-GRANTED TO WS-RL-AMOUNT.
           MOVE WS-RUN-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE SPACES TO WS-RL-AMOUNT-X.
           MOVE "NOT ELIGIBLE - ON PAYMENT PLAN" TO WS-RL-CAPTION.
           MOVE WS-SKIPPED-PLAN TO WS-RL-COUNT.
           MOVE WS-RUN-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE "NOT ELIGIBLE - FULLY SPONSORED" TO WS-RL-CAPTION.
           MOVE WS-SKIPPED-SPONSORED TO WS-RL-COUNT.
           MOVE WS-RUN-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE "NOT ELIGIBLE - WITHDRAWN" TO WS-RL-CAPTION.
           MOVE WS-SKIPPED-WITHDRAWN TO WS-RL-COUNT.
           MOVE WS-RUN-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE "NOT PAID IN FULL BY CUTOFF" TO WS-RL-CAPTION.
           MOVE WS-SKIPPED-NOT-PAID TO WS-RL-COUNT.
           MOVE WS-RUN-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE SPACES TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.

           MOVE WS-COLUMN-LINE-1 TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE WS-COLUMN-LINE-2 TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           PERFORM PRINT-TERM-LINE
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX IS GREATER THAN WS-TERM-COUNT.
           MOVE WS-SEPARATOR-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           MOVE "ALL" TO WS-DT-TERM.
           MOVE WS-GT-GRANTED-COUNT TO WS-DT-GRANTED-COUNT.
           MOVE WS-GT-GRANTED-AMOUNT TO WS-DT-GRANTED-AMOUNT.
           MOVE WS-GT-WDRAWN-COUNT TO WS-DT-WDRAWN-COUNT.
           MOVE WS-GT-WDRAWN-AMOUNT TO WS-DT-WDRAWN-AMOUNT.
           COMPUTE WS-DT-NET-AMOUNT =
               WS-GT-GRANTED-AMOUNT - WS-GT-WDRAWN-AMOUNT.
           MOVE WS-DETAIL-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
           CLOSE DISCOUNT-REPORT-FILE.

       ADD-DISCOUNT-TO-SUMMARY.
           PERFORM LOCATE-TERM-ENTRY.
           IF WS-TERM-POS IS GREATER THAN ZERO
               ADD 1 TO WS-TS-GRANTED-COUNT(WS-TERM-POS)
               ADD ED-DISCOUNT-AMOUNT
                   TO WS-TS-GRANTED-AMOUNT(WS-TERM-POS)
               ADD 1 TO WS-GT-GRANTED-COUNT
               ADD ED-DISCOUNT-AMOUNT TO WS-GT-GRANTED-AMOUNT
               IF DISCOUNT-IS-WITHDRAWN
                   ADD 1 TO WS-TS-WDRAWN-COUNT(WS-TERM-POS)
                   ADD ED-DISCOUNT-AMOUNT
                       TO WS-TS-WDRAWN-AMOUNT(WS-TERM-POS)
                   ADD 1 TO WS-GT-WDRAWN-COUNT
                   ADD ED-DISCOUNT-AMOUNT TO WS-GT-WDRAWN-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-TERM-OVERFLOW
           END-IF.
           READ EARLY-DISCOUNT-FILE NEXT RECORD
               AT END SET END-OF-EDF TO TRUE
           END-READ.

       LOCATE-TERM-ENTRY.
           MOVE ZERO TO WS-TERM-POS.
           PERFORM CHECK-TERM-ENTRY
               VARYING WS-TERM-IX FROM 1 BY 1
               UNTIL WS-TERM-IX IS GREATER THAN WS-TERM-COUNT
               OR WS-TERM-POS IS GREATER THAN ZERO.
           IF WS-TERM-POS = ZERO AND WS-TERM-COUNT IS LESS THAN 50
               PERFORM INSERT-TERM-ENTRY
           END-IF.

       CHECK-TERM-ENTRY.
           IF WS-TS-TERM(WS-TERM-IX) = ED-TERM-CODE
               MOVE WS-TERM-IX TO WS-TERM-POS
           END-IF.

       INSERT-TERM-ENTRY.
           ADD 1 TO WS-TERM-COUNT.
           MOVE WS-TERM-COUNT TO WS-TERM-POS.
           SET SHIFT-NOT-DONE TO TRUE.
           PERFORM SHIFT-TERM-ENTRY
               VARYING WS-TERM-IX FROM WS-TERM-COUNT BY -1
               UNTIL WS-TERM-IX IS LESS THAN 2 OR SHIFT-IS-DONE.
           MOVE ED-TERM-CODE TO WS-TS-TERM(WS-TERM-POS).
           MOVE ZERO TO WS-TS-GRANTED-COUNT(WS-TERM-POS).
           MOVE ZERO TO WS-TS-GRANTED-AMOUNT(WS-TERM-POS).
           MOVE ZERO TO WS-TS-WDRAWN-COUNT(WS-TERM-POS).
           MOVE ZERO TO WS-TS-WDRAWN-AMOUNT(WS-TERM-POS).

       SHIFT-TERM-ENTRY.
           IF WS-TS-TERM(WS-TERM-IX - 1) IS GREATER THAN ED-TERM-CODE
               MOVE WS-TERM-ENTRY(WS-TERM-IX - 1)
                   TO WS-TERM-ENTRY(WS-TERM-IX)
               COMPUTE WS-TERM-POS = WS-TERM-IX - 1
           ELSE
               SET SHIFT-IS-DONE TO TRUE
           END-IF.

       PRINT-TERM-LINE.
           MOVE WS-TS-TERM(WS-TERM-IX) TO WS-DT-TERM.
           MOVE WS-TS-GRANTED-COUNT(WS-TERM-IX) TO WS-DT-GRANTED-COUNT.
           MOVE WS-TS-GRANTED-AMOUNT(WS-TERM-IX)
               TO WS-DT-GRANTED-AMOUNT.
           MOVE WS-TS-WDRAWN-COUNT(WS-TERM-IX) TO WS-DT-WDRAWN-COUNT.
           MOVE WS-TS-WDRAWN-AMOUNT(WS-TERM-IX) TO WS-DT-WDRAWN-AMOUNT.
           COMPUTE WS-DT-NET-AMOUNT = WS-TS-GRANTED-AMOUNT(WS-TERM-IX)
               - WS-TS-WDRAWN-AMOUNT(WS-TERM-IX).
           MOVE WS-DETAIL-LINE TO DR-PRINT-LINE.
           WRITE DR-PRINT-LINE.
