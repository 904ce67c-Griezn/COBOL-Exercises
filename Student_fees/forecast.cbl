       IDENTIFICATION DIVISION.
       PROGRAM-ID. forecast.
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

               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PayPlan.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PP-PLAN-KEY
                   FILE STATUS IS PP-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCal.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM-CODE
                   FILE STATUS IS TC-FILE-STATUS.

               SELECT SPONSOR-BILL-FILE ASSIGN TO "SponsorBill.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SB-FILE-STATUS.

               SELECT FORECAST-REPORT-FILE ASSIGN TO "Forecast.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CSV-FILE ASSIGN TO "Forecast.csv"
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

           FD PAYMENT-PLAN-FILE.
           01 PP-RECORD.
               88 END-OF-PPF VALUE HIGH-VALUE.
               02 PP-PLAN-KEY.
                   03 PP-STUDENT-NUMBER    PIC 9(7).
                   03 PP-INSTALLMENT-NO    PIC 9(2).
               02 PP-DUE-DATE          PIC 9(8).
               02 PP-SCHEDULED-AMOUNT  PIC 9(4)V99.
               02 PP-AMOUNT-APPLIED    PIC 9(4)V99.

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

           FD TERM-CALENDAR-FILE.
           01 TC-RECORD.
               02 TC-TERM-CODE         PIC X(6).
               02 TC-TERM-START        PIC 9(8).
               02 TC-TERM-END          PIC 9(8).
               02 TC-FEE-DUE-DATE      PIC 9(8).
               02 TC-INSTALLMENT-ANCHOR PIC 9(8).

           FD SPONSOR-BILL-FILE.
           01 SB-RECORD.
               88 END-OF-SBF VALUE HIGH-VALUE.
               02 SB-SPONSOR-CODE      PIC X(6).
               02 SB-STUDENT-NUMBER    PIC 9(7).
               02 SB-STUDENT-NAME      PIC X(30).
               02 SB-BILLED-AMOUNT     PIC 9(4)V99.
               02 SB-TERM-CODE         PIC X(6).
               02 SB-RUN-DATE          PIC 9(8).
               02 SB-AMOUNT-REMITTED   PIC 9(4)V99.

           FD FORECAST-REPORT-FILE.
           01 FC-PRINT-LINE            PIC X(80).

           FD CSV-FILE.
           01 CSV-RECORD               PIC X(150).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 PP-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 TC-FILE-STATUS PIC XX.
           01 SB-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-PARM-1 PIC X(8).
           01 WS-PARM-2 PIC X(8).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DAYS PIC 9(7).
           01 WS-HORIZON-WEEKS PIC 9(2) VALUE 13.
           01 WS-LOOKBACK-WEEKS PIC 9(2) VALUE 8.
           01 WS-SPONSOR-TERMS-DAYS PIC 9(3) VALUE 30.
           01 WS-HORIZON-END-DATE PIC 9(8).
           01 WS-LOOKBACK-DATE PIC 9(8).
           01 WS-CAL-FILE-PRESENT PIC X VALUE "N".
               88 CALENDAR-IS-PRESENT VALUE "Y".
           01 WS-PLAN-FILE-PRESENT PIC X VALUE "N".
               88 PLAN-FILE-IS-PRESENT VALUE "Y".
           01 WS-STUDENT-PLAN PIC X.
               88 STUDENT-HAS-PLAN VALUE "Y".
               88 STUDENT-HAS-NO-PLAN VALUE "N".

           01 WS-DUE-DATE PIC 9(8).
           01 WS-AMOUNT-DUE PIC S9(5)V99.
           01 WS-WEEK-NO PIC 9(4).
           01 WS-WEEK-SOURCE PIC X.
               88 SOURCE-IS-INSTALLMENT VALUE "I".
               88 SOURCE-IS-SPONSOR VALUE "S".
               88 SOURCE-IS-LUMP-SUM VALUE "L".
           01 WS-WEEK-TABLE.
               02 WS-WEEK-ENTRY OCCURS 52.
                   03 WS-WK-INSTALLMENT    PIC 9(7)V99.
                   03 WS-WK-SPONSOR        PIC 9(7)V99.
                   03 WS-WK-LUMP-SUM       PIC 9(7)V99.
           01 WS-WEEK-IX PIC 9(4).
           01 WS-WEEK-START PIC 9(8).

           01 WS-SPONSORED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-SPONSORED-IX PIC 9(4).
           01 WS-SPONSORED-POS PIC 9(4).
           01 WS-LOCATE-STUDENT PIC 9(7).
           01 WS-SPONSORED-TABLE.
               02 WS-SPONSORED-ENTRY OCCURS 3000.
                   03 WS-SS-STUDENT        PIC 9(7).
                   03 WS-SS-UNREMITTED     PIC 9(6)V99.
           01 WS-SPONSORED-OVERFLOW PIC 9(6) VALUE ZERO.

           01 WS-RECEIPTS-IN-WINDOW PIC S9(9)V99 VALUE ZERO.
           01 WS-OVERDUE-OUTSTANDING PIC 9(9)V99 VALUE ZERO.
           01 WS-PLAN-SCHEDULED-IN-WINDOW PIC 9(9)V99 VALUE ZERO.
           01 WS-PLAN-APPLIED-IN-WINDOW PIC 9(9)V99 VALUE ZERO.
           01 WS-COLLECTION-RATE PIC 9(3)V99.
           01 WS-PLAN-RATE PIC 9(3)V99.

           01 WS-GROSS-TOTALS.
               02 WS-GROSS-INSTALLMENT PIC 9(9)V99 VALUE ZERO.
               02 WS-GROSS-SPONSOR     PIC 9(9)V99 VALUE ZERO.
               02 WS-GROSS-LUMP-SUM    PIC 9(9)V99 VALUE ZERO.
           01 WS-EXPECTED-TOTALS.
               02 WS-EXP-INSTALLMENT   PIC 9(9)V99 VALUE ZERO.
               02 WS-EXP-SPONSOR       PIC 9(9)V99 VALUE ZERO.
               02 WS-EXP-LUMP-SUM      PIC 9(9)V99 VALUE ZERO.
               02 WS-EXP-ALL           PIC 9(9)V99 VALUE ZERO.
           01 WS-BEYOND-HORIZON PIC 9(9)V99 VALUE ZERO.
           01 WS-WEEK-EXPECTED.
               02 WS-WE-INSTALLMENT    PIC 9(7)V99.
               02 WS-WE-SPONSOR        PIC 9(7)V99.
               02 WS-WE-LUMP-SUM       PIC 9(7)V99.
               02 WS-WE-TOTAL          PIC 9(8)V99.

           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-CSV-WEEK-ED PIC Z9.
           01 WS-CSV-GROSS-I-ED PIC 9(7).99.
           01 WS-CSV-GROSS-S-ED PIC 9(7).99.
           01 WS-CSV-GROSS-L-ED PIC 9(7).99.
           01 WS-CSV-EXP-I-ED PIC 9(7).99.
           01 WS-CSV-EXP-S-ED PIC 9(7).99.
           01 WS-CSV-EXP-L-ED PIC 9(7).99.
           01 WS-CSV-TOTAL-ED PIC 9(8).99.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(18) VALUE SPACES.
               02 FILLER               PIC X(40)
                   VALUE "EXPECTED  RECEIPTS  FORECAST  BY  WEEK".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).
               02 FILLER               PIC X(12)
                   VALUE "   HORIZON: ".
               02 WS-DL-HORIZON        PIC Z9.
               02 FILLER               PIC X(19)
                   VALUE " WEEKS   LOOKBACK: ".
               02 WS-DL-LOOKBACK       PIC Z9.
               02 FILLER               PIC X(6) VALUE " WEEKS".

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(16)
                   VALUE "WEEK  STARTING".
               02 FILLER               PIC X(13)
                   VALUE "  INSTALLMENT".
               02 FILLER               PIC X(13)
                   VALUE "      SPONSOR".
               02 FILLER               PIC X(13)
                   VALUE "     LUMP SUM".
               02 FILLER               PIC X(15)
                   VALUE "          TOTAL".

           01 WS-DETAIL-LINE.
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DT-WEEK           PIC Z9.
               02 FILLER               PIC X(3) VALUE SPACES.
               02 WS-DT-START          PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-INSTALLMENT    PIC $$,$$$,$$9.99.
               02 WS-DT-SPONSOR        PIC $$,$$$,$$9.99.
               02 WS-DT-LUMP-SUM       PIC $$,$$$,$$9.99.
               02 WS-DT-TOTAL          PIC $$$,$$$,$$9.99.

           01 WS-SUMMARY-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-SL-LABEL          PIC X(12).
               02 FILLER               PIC X(8) VALUE " GROSS ".
               02 WS-SL-GROSS          PIC $$$,$$$,$$9.99.
               02 FILLER               PIC X(7) VALUE "  RATE ".
               02 WS-SL-RATE           PIC ZZ9.99.
               02 FILLER               PIC X(12) VALUE "%  EXPECTED ".
               02 WS-SL-EXPECTED       PIC $$$,$$$,$$9.99.

           01 WS-NOTE-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-NL-LABEL          PIC X(50).
               02 WS-NL-AMOUNT         PIC $$$,$$$,$$9.99.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE SPACES TO WS-PARM-1 WS-PARM-2
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-PARM-1 WS-PARM-2
               END-UNSTRING
               IF WS-PARM-1 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-1) TO WS-HORIZON-WEEKS
               END-IF
               IF WS-PARM-2 NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-2) TO WS-LOOKBACK-WEEKS
               END-IF
           END-IF.
           IF WS-HORIZON-WEEKS = ZERO
               OR WS-HORIZON-WEEKS IS GREATER THAN 52
               DISPLAY "HORIZON MUST BE 1 TO 52 WEEKS - 13 USED"
               MOVE 13 TO WS-HORIZON-WEEKS
           END-IF.
           IF WS-LOOKBACK-WEEKS = ZERO
               DISPLAY "LOOKBACK MUST BE AT LEAST 1 WEEK - 8 USED"
               MOVE 8 TO WS-LOOKBACK-WEEKS
           END-IF.

           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-HORIZON-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS + WS-HORIZON-WEEKS * 7 - 1).
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS - WS-LOOKBACK-WEEKS * 7).
           INITIALIZE WS-WEEK-TABLE.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS = "00"
               SET CALENDAR-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PP-FILE-STATUS = "00"
               SET PLAN-FILE-IS-PRESENT TO TRUE
           END-IF.

           PERFORM TOTAL-RECENT-RECEIPTS.
           IF PLAN-FILE-IS-PRESENT
               PERFORM FORECAST-INSTALLMENTS
           END-IF.
           PERFORM FORECAST-SPONSOR-BILLS.
           PERFORM FORECAST-LUMP-SUMS.
           PERFORM COMPUTE-DISCOUNT-RATES.

           OPEN OUTPUT FORECAST-REPORT-FILE.
           OPEN OUTPUT CSV-FILE.
           PERFORM PRINT-FORECAST-HEADINGS.
           PERFORM PRINT-FORECAST-WEEK
               VARYING WS-WEEK-IX FROM 1 BY 1
               UNTIL WS-WEEK-IX IS GREATER THAN WS-HORIZON-WEEKS.
           PERFORM PRINT-FORECAST-SUMMARY.
           CLOSE FORECAST-REPORT-FILE.
           CLOSE CSV-FILE.

           CLOSE STUDENT-MASTER-FILE.
           IF CALENDAR-IS-PRESENT
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           IF PLAN-FILE-IS-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

           MOVE "Forecast.rpt" TO WS-KEEP-NAME.
           MOVE "FORECAST" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "RECEIPTS FORECAST COMPLETE".
           DISPLAY "  HORIZON          = " WS-HORIZON-WEEKS " WEEKS TO "
               WS-HORIZON-END-DATE.
           DISPLAY "  COLLECTION RATE  = " WS-COLLECTION-RATE
               "% OVER " WS-LOOKBACK-WEEKS " WEEKS".
           DISPLAY "  PLAN RATE        = " WS-PLAN-RATE "%".
           DISPLAY "  EXPECTED TOTAL   = " WS-EXP-ALL
               " - SEE Forecast.rpt AND Forecast.csv".
           IF WS-SPONSORED-OVERFLOW IS GREATER THAN ZERO
               DISPLAY "  SPONSOR TABLE FULL - " WS-SPONSORED-OVERFLOW
                   " BILL LINE(S) NOT OFFSET AGAINST BALANCES"
           END-IF.

           STOP RUN.


       TOTAL-RECENT-RECEIPTS.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               MOVE WS-LOOKBACK-DATE TO PL-RUN-DATE
               START PAYMENT-LOG-FILE KEY IS GREATER THAN PL-RUN-DATE
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
               END-IF
               PERFORM ADD-RECENT-RECEIPT
                   UNTIL END-OF-PLF
                   OR PL-RUN-DATE IS GREATER THAN WS-RUN-DATE
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           IF WS-RECEIPTS-IN-WINDOW IS LESS THAN ZERO
               MOVE ZERO TO WS-RECEIPTS-IN-WINDOW
           END-IF.

       ADD-RECENT-RECEIPT.
           EVALUATE PL-PAYMENT-METHOD
               WHEN "RVSL"
                   SUBTRACT PL-PAYMENT FROM WS-RECEIPTS-IN-WINDOW
               WHEN "RFND"
               WHEN "XFER"
                   CONTINUE
               WHEN OTHER
                   ADD PL-PAYMENT TO WS-RECEIPTS-IN-WINDOW
           END-EVALUATE.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       FORECAST-INSTALLMENTS.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END SET END-OF-PPF TO TRUE
           END-READ.
           PERFORM FORECAST-ONE-INSTALLMENT UNTIL END-OF-PPF.

       FORECAST-ONE-INSTALLMENT.
           IF PP-DUE-DATE IS GREATER THAN WS-LOOKBACK-DATE
               AND PP-DUE-DATE IS LESS THAN WS-RUN-DATE
               ADD PP-SCHEDULED-AMOUNT TO WS-PLAN-SCHEDULED-IN-WINDOW
               IF PP-AMOUNT-APPLIED IS LESS THAN PP-SCHEDULED-AMOUNT
                   ADD PP-AMOUNT-APPLIED TO WS-PLAN-APPLIED-IN-WINDOW
               ELSE
                   ADD PP-SCHEDULED-AMOUNT
                       TO WS-PLAN-APPLIED-IN-WINDOW
               END-IF
           END-IF.
           IF PP-AMOUNT-APPLIED IS LESS THAN PP-SCHEDULED-AMOUNT
               SUBTRACT PP-AMOUNT-APPLIED FROM PP-SCHEDULED-AMOUNT
                   GIVING WS-AMOUNT-DUE
               MOVE PP-DUE-DATE TO WS-DUE-DATE
               SET SOURCE-IS-INSTALLMENT TO TRUE
               PERFORM BUCKET-AMOUNT-DUE
           END-IF.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END SET END-OF-PPF TO TRUE
           END-READ.

       FORECAST-SPONSOR-BILLS.
           OPEN INPUT SPONSOR-BILL-FILE.
           IF SB-FILE-STATUS = "00"
               READ SPONSOR-BILL-FILE
                   AT END SET END-OF-SBF TO TRUE
               END-READ
               PERFORM FORECAST-ONE-SPONSOR-BILL UNTIL END-OF-SBF
               CLOSE SPONSOR-BILL-FILE
           END-IF.

       FORECAST-ONE-SPONSOR-BILL.
           IF SB-AMOUNT-REMITTED IS LESS THAN SB-BILLED-AMOUNT
               SUBTRACT SB-AMOUNT-REMITTED FROM SB-BILLED-AMOUNT
                   GIVING WS-AMOUNT-DUE
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(SB-RUN-DATE)
                   + WS-SPONSOR-TERMS-DAYS)
               SET SOURCE-IS-SPONSOR TO TRUE
               PERFORM BUCKET-AMOUNT-DUE
               PERFORM RECORD-SPONSORED-BALANCE
           END-IF.
           READ SPONSOR-BILL-FILE
               AT END SET END-OF-SBF TO TRUE
           END-READ.

       RECORD-SPONSORED-BALANCE.
           MOVE SB-STUDENT-NUMBER TO WS-LOCATE-STUDENT.
           PERFORM LOCATE-SPONSORED-STUDENT.
           IF WS-SPONSORED-POS = ZERO
               IF WS-SPONSORED-COUNT IS LESS THAN 3000
                   ADD 1 TO WS-SPONSORED-COUNT
                   MOVE WS-SPONSORED-COUNT TO WS-SPONSORED-POS
                   MOVE SB-STUDENT-NUMBER
                       TO WS-SS-STUDENT(WS-SPONSORED-POS)
                   MOVE ZERO TO WS-SS-UNREMITTED(WS-SPONSORED-POS)
               ELSE
                   ADD 1 TO WS-SPONSORED-OVERFLOW
               END-IF
           END-IF.
           IF WS-SPONSORED-POS IS GREATER THAN ZERO
               ADD WS-AMOUNT-DUE TO WS-SS-UNREMITTED(WS-SPONSORED-POS)
           END-IF.

       LOCATE-SPONSORED-STUDENT.
           MOVE ZERO TO WS-SPONSORED-POS.
           PERFORM CHECK-SPONSORED-ENTRY
               VARYING WS-SPONSORED-IX FROM 1 BY 1
               UNTIL WS-SPONSORED-IX IS GREATER THAN WS-SPONSORED-COUNT
               OR WS-SPONSORED-POS IS GREATER THAN ZERO.

       CHECK-SPONSORED-ENTRY.
           IF WS-SS-STUDENT(WS-SPONSORED-IX) = WS-LOCATE-STUDENT
               MOVE WS-SPONSORED-IX TO WS-SPONSORED-POS
           END-IF.

       FORECAST-LUMP-SUMS.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.
           PERFORM FORECAST-ONE-BALANCE UNTIL END-OF-SMF.

       FORECAST-ONE-BALANCE.
           COMPUTE WS-AMOUNT-DUE = SM-FEES-OWED - SM-AMOUNT-PAID.
           IF WS-AMOUNT-DUE IS GREATER THAN ZERO
               PERFORM CHECK-STUDENT-PLAN
           END-IF.
           IF WS-AMOUNT-DUE IS GREATER THAN ZERO
               AND STUDENT-HAS-NO-PLAN
               MOVE SM-STUDENT-NUMBER TO WS-LOCATE-STUDENT
               PERFORM LOCATE-SPONSORED-STUDENT
               IF WS-SPONSORED-POS IS GREATER THAN ZERO
                   SUBTRACT WS-SS-UNREMITTED(WS-SPONSORED-POS)
                       FROM WS-AMOUNT-DUE
               END-IF
           END-IF.
           IF WS-AMOUNT-DUE IS GREATER THAN ZERO
               AND STUDENT-HAS-NO-PLAN
               MOVE WS-RUN-DATE TO WS-DUE-DATE
               IF CALENDAR-IS-PRESENT
                   MOVE SM-TERM-CODE TO TC-TERM-CODE
                   READ TERM-CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TC-FEE-DUE-DATE TO WS-DUE-DATE
                   END-READ
               END-IF
               SET SOURCE-IS-LUMP-SUM TO TRUE
               PERFORM BUCKET-AMOUNT-DUE
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       CHECK-STUDENT-PLAN.
           SET STUDENT-HAS-NO-PLAN TO TRUE.
           IF PLAN-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO PP-STUDENT-NUMBER
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN
                   PP-PLAN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAYMENT-PLAN-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PP-STUDENT-NUMBER = SM-STUDENT-NUMBER
                                   SET STUDENT-HAS-PLAN TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       BUCKET-AMOUNT-DUE.
           IF WS-DUE-DATE IS LESS THAN WS-RUN-DATE
               ADD WS-AMOUNT-DUE TO WS-OVERDUE-OUTSTANDING
               MOVE 1 TO WS-WEEK-NO
           ELSE
               COMPUTE WS-WEEK-NO =
                   (FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   - WS-RUN-DAYS) / 7 + 1
           END-IF.
           IF WS-WEEK-NO IS GREATER THAN WS-HORIZON-WEEKS
               ADD WS-AMOUNT-DUE TO WS-BEYOND-HORIZON
           ELSE
               EVALUATE TRUE
                   WHEN SOURCE-IS-INSTALLMENT
                       ADD WS-AMOUNT-DUE
                           TO WS-WK-INSTALLMENT(WS-WEEK-NO)
                       ADD WS-AMOUNT-DUE TO WS-GROSS-INSTALLMENT
                   WHEN SOURCE-IS-SPONSOR
                       ADD WS-AMOUNT-DUE TO WS-WK-SPONSOR(WS-WEEK-NO)
                       ADD WS-AMOUNT-DUE TO WS-GROSS-SPONSOR
                   WHEN SOURCE-IS-LUMP-SUM
                       ADD WS-AMOUNT-DUE TO WS-WK-LUMP-SUM(WS-WEEK-NO)
                       ADD WS-AMOUNT-DUE TO WS-GROSS-LUMP-SUM
               END-EVALUATE
           END-IF.

       COMPUTE-DISCOUNT-RATES.
           IF WS-RECEIPTS-IN-WINDOW + WS-OVERDUE-OUTSTANDING = ZERO
               MOVE 100 TO WS-COLLECTION-RATE
           ELSE
               COMPUTE WS-COLLECTION-RATE ROUNDED =
                   WS-RECEIPTS-IN-WINDOW * 100
                   / (WS-RECEIPTS-IN-WINDOW + WS-OVERDUE-OUTSTANDING)
           END-IF.
           IF WS-PLAN-SCHEDULED-IN-WINDOW = ZERO
               MOVE 100 TO WS-PLAN-RATE
           ELSE
               COMPUTE WS-PLAN-RATE ROUNDED =
                   WS-PLAN-APPLIED-IN-WINDOW * 100
                   / WS-PLAN-SCHEDULED-IN-WINDOW
           END-IF.

       PRINT-FORECAST-HEADINGS.
           MOVE WS-HEADING-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-HORIZON-WEEKS TO WS-DL-HORIZON.
           MOVE WS-LOOKBACK-WEEKS TO WS-DL-LOOKBACK.
           MOVE WS-DATE-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE SPACES TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.

           MOVE SPACES TO CSV-RECORD.
           STRING
               "WEEK,WEEK START," DELIMITED BY SIZE
               "INSTALLMENT GROSS,INSTALLMENT EXPECTED,"
               DELIMITED BY SIZE
               "SPONSOR GROSS,SPONSOR EXPECTED," DELIMITED BY SIZE
               "LUMP SUM GROSS,LUMP SUM EXPECTED," DELIMITED BY SIZE
               "TOTAL EXPECTED" DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.

       PRINT-FORECAST-WEEK.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYS + (WS-WEEK-IX - 1) * 7).
           COMPUTE WS-WE-INSTALLMENT ROUNDED =
               WS-WK-INSTALLMENT(WS-WEEK-IX) * WS-PLAN-RATE / 100.
           COMPUTE WS-WE-SPONSOR ROUNDED =
               WS-WK-SPONSOR(WS-WEEK-IX) * WS-COLLECTION-RATE / 100.
           COMPUTE WS-WE-LUMP-SUM ROUNDED =
               WS-WK-LUMP-SUM(WS-WEEK-IX) * WS-COLLECTION-RATE / 100.
           COMPUTE WS-WE-TOTAL =
               WS-WE-INSTALLMENT + WS-WE-SPONSOR + WS-WE-LUMP-SUM.
           ADD WS-WE-INSTALLMENT TO WS-EXP-INSTALLMENT.
           ADD WS-WE-SPONSOR TO WS-EXP-SPONSOR.
           ADD WS-WE-LUMP-SUM TO WS-EXP-LUMP-SUM.
           ADD WS-WE-TOTAL TO WS-EXP-ALL.

           MOVE WS-WEEK-IX TO WS-DT-WEEK.
           MOVE WS-WEEK-START TO WS-DT-START.
           MOVE WS-WE-INSTALLMENT TO WS-DT-INSTALLMENT.
           MOVE WS-WE-SPONSOR TO WS-DT-SPONSOR.
           MOVE WS-WE-LUMP-SUM TO WS-DT-LUMP-SUM.
           MOVE WS-WE-TOTAL TO WS-DT-TOTAL.
           MOVE WS-DETAIL-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.

           MOVE WS-WEEK-IX TO WS-CSV-WEEK-ED.
           MOVE WS-WK-INSTALLMENT(WS-WEEK-IX) TO WS-CSV-GROSS-I-ED.
           MOVE WS-WK-SPONSOR(WS-WEEK-IX) TO WS-CSV-GROSS-S-ED.
           MOVE WS-WK-LUMP-SUM(WS-WEEK-IX) TO WS-CSV-GROSS-L-ED.
           MOVE WS-WE-INSTALLMENT TO WS-CSV-EXP-I-ED.
           MOVE WS-WE-SPONSOR TO WS-CSV-EXP-S-ED.
           MOVE WS-WE-LUMP-SUM TO WS-CSV-EXP-L-ED.
           MOVE WS-WE-TOTAL TO WS-CSV-TOTAL-ED.
           MOVE SPACES TO CSV-RECORD.
           STRING
               FUNCTION TRIM(WS-CSV-WEEK-ED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-GROSS-I-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-EXP-I-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-GROSS-S-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-EXP-S-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-GROSS-L-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-EXP-L-ED DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-TOTAL-ED DELIMITED BY SIZE
               INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.

       PRINT-FORECAST-SUMMARY.
           MOVE WS-SEPARATOR-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "INSTALLMENT " TO WS-SL-LABEL.
           MOVE WS-GROSS-INSTALLMENT TO WS-SL-GROSS.
           MOVE WS-PLAN-RATE TO WS-SL-RATE.
           MOVE WS-EXP-INSTALLMENT TO WS-SL-EXPECTED.
           MOVE WS-SUMMARY-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "SPONSOR     " TO WS-SL-LABEL.
           MOVE WS-GROSS-SPONSOR TO WS-SL-GROSS.
           MOVE WS-COLLECTION-RATE TO WS-SL-RATE.
           MOVE WS-EXP-SPONSOR TO WS-SL-EXPECTED.
           MOVE WS-SUMMARY-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "LUMP SUM    " TO WS-SL-LABEL.
           MOVE WS-GROSS-LUMP-SUM TO WS-SL-GROSS.
           MOVE WS-COLLECTION-RATE TO WS-SL-RATE.
           MOVE WS-EXP-LUMP-SUM TO WS-SL-EXPECTED.
           MOVE WS-SUMMARY-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE SPACES TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "TOTAL EXPECTED WITHIN HORIZON" TO WS-NL-LABEL.
           MOVE WS-EXP-ALL TO WS-NL-AMOUNT.
           MOVE WS-NOTE-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "RECEIPTS IN LOOKBACK WINDOW" TO WS-NL-LABEL.
           MOVE WS-RECEIPTS-IN-WINDOW TO WS-NL-AMOUNT.
           MOVE WS-NOTE-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "OVERDUE AMOUNTS (INCLUDED IN WEEK 1 GROSS)"
               TO WS-NL-LABEL.
           MOVE WS-OVERDUE-OUTSTANDING TO WS-NL-AMOUNT.
           MOVE WS-NOTE-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
           MOVE "DUE BEYOND HORIZON (NOT FORECAST)" TO WS-NL-LABEL.
           MOVE WS-BEYOND-HORIZON TO WS-NL-AMOUNT.
           MOVE WS-NOTE-LINE TO FC-PRINT-LINE.
           WRITE FC-PRINT-LINE.
