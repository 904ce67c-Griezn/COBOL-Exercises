       IDENTIFICATION DIVISION.
       PROGRAM-ID. collect.
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

               SELECT DUNNING-HISTORY-FILE ASSIGN TO "DunHist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-STUDENT-NUMBER
                   FILE STATUS IS DH-FILE-STATUS.

               SELECT COLLECTION-PLACEMENT-FILE ASSIGN TO
                   "CollPlace.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-STUDENT-NUMBER
                   FILE STATUS IS CP-FILE-STATUS.

               SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "AgencyPlace.dat"
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

               SELECT STUDENT-ADDRESS-FILE ASSIGN TO "StudAddr.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AD-STUDENT-NUMBER
                   FILE STATUS IS AD-FILE-STATUS.

               SELECT WITHDRAWN-FILE ASSIGN TO "Withdrawn.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT PLACEMENT-REPORT-FILE ASSIGN TO "CollPlace.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           01 SM-RECORD.
               02 SM-STUDENT-NUMBER    PIC 9(7).
               02 SM-STUDENT-NAME      PIC X(30).
               02 SM-GENDER            PIC X(1).
               02 SM-COURSE-CODE       PIC X(4).
               02 SM-TERM-CODE         PIC X(6).
               02 SM-FEES-OWED         PIC 9(4).
               02 SM-AMOUNT-PAID       PIC 9(4)V99.
               02 SM-PRIOR-FEES-OWED   PIC 9(4).
               02 SM-PRIOR-AMOUNT-PAID PIC 9(4)V99.

           FD DUNNING-HISTORY-FILE.
           01 DH-RECORD.
               88 END-OF-DHF VALUE HIGH-VALUE.
               02 DH-STUDENT-NUMBER    PIC 9(7).
               02 DH-LETTER-LEVEL      PIC 9(1).
               02 DH-LAST-LETTER-DATE  PIC 9(8).

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

           FD AGENCY-PLACEMENT-FILE.
           01 AP-RECORD.
               02 AP-STUDENT-NUMBER    PIC 9(7).
               02 AP-STUDENT-NAME      PIC X(30).
               02 AP-ADDRESS-LINE-1    PIC X(30).
               02 AP-ADDRESS-LINE-2    PIC X(30).
               02 AP-CITY              PIC X(20).
               02 AP-POSTCODE          PIC X(8).
               02 AP-PHONE             PIC X(12).
               02 AP-AMOUNT-PLACED     PIC 9(5)V99.
               02 AP-FINAL-NOTICE-DATE PIC 9(8).
               02 AP-LAST-PAYMENT-DATE PIC 9(8).
               02 AP-PLACED-DATE       PIC 9(8).

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

           FD STUDENT-ADDRESS-FILE.
           01 AD-RECORD.
               02 AD-STUDENT-NUMBER    PIC 9(7).
               02 AD-ADDRESS-LINE-1    PIC X(30).
               02 AD-ADDRESS-LINE-2    PIC X(30).
               02 AD-CITY              PIC X(20).
               02 AD-POSTCODE          PIC X(8).
               02 AD-PHONE             PIC X(12).
               02 AD-EMAIL             PIC X(30).

           FD WITHDRAWN-FILE.
           01 WN-RECORD.
               02 WN-STUDENT-NUMBER    PIC 9(7).
               02 WN-WITHDRAW-DATE     PIC 9(8).
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

           FD PLACEMENT-REPORT-FILE.
           01 PR-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 DH-FILE-STATUS PIC XX.
           01 CP-FILE-STATUS PIC XX.
           01 AD-FILE-STATUS PIC XX.
           01 WN-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
           01 WS-ADDR-FILE-PRESENT PIC X VALUE "N".
               88 ADDRESS-FILE-IS-PRESENT VALUE "Y".
           01 WS-WDRW-FILE-PRESENT PIC X VALUE "N".
               88 WITHDRAWN-FILE-IS-PRESENT VALUE "Y".
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-WITHDRAWN-STATE PIC X.
               88 STUDENT-IS-WITHDRAWN VALUE "Y".
               88 STUDENT-IS-ACTIVE VALUE "N".
           01 WS-PLACEMENT-STATE PIC X.
               88 ALREADY-PLACED VALUE "Y".
               88 NOT-YET-PLACED VALUE "N".
           01 WS-PLACEMENT-RECORD-STATE PIC X.
               88 PLACEMENT-RECORD-EXISTS VALUE "Y".
               88 NO-PLACEMENT-RECORD VALUE "N".
           01 WS-RECENT-PAYMENT-STATE PIC X.
               88 PAID-SINCE-CUTOFF VALUE "Y".
               88 NO-PAYMENT-SINCE-CUTOFF VALUE "N".
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-PLACEMENT-DAYS PIC 9(3) VALUE 30.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-DAYS-AT-FINAL PIC S9(5).
           01 WS-LAST-PAYMENT-DATE PIC 9(8).
           01 WS-OUTSTANDING PIC S9(5)V99.
           01 WS-FINAL-NOTICES-READ PIC 9(6) VALUE ZERO.
           01 WS-ACCOUNTS-PLACED PIC 9(6) VALUE ZERO.
           01 WS-ALREADY-PLACED PIC 9(6) VALUE ZERO.
           01 WS-RECENTLY-PAID PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-PLACED PIC 9(8)V99 VALUE ZERO.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(20) VALUE SPACES.
               02 FILLER               PIC X(34)
                   VALUE "COLLECTIONS  AGENCY  PLACEMENTS".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).
               02 FILLER               PIC X(18)
                   VALUE "   NO PAYMENT FOR ".
               02 WS-DL-DAYS           PIC ZZ9.
               02 FILLER               PIC X(5) VALUE " DAYS".

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(9) VALUE "STUDENT".
               02 FILLER               PIC X(32) VALUE "NAME".
               02 FILLER               PIC X(10) VALUE "FINAL".
               02 FILLER               PIC X(10) VALUE "LAST PAID".
               02 FILLER               PIC X(14)
                   VALUE "        PLACED".

           01 WS-DETAIL-LINE.
               02 WS-DT-STUDENT        PIC 9(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-NAME           PIC X(30).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-FINAL-DATE     PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-PAID-DATE      PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-AMOUNT         PIC $$$,$$9.99.

           01 WS-TOTAL-LINE.
               02 FILLER               PIC X(18)
                   VALUE "ACCOUNTS PLACED = ".
               02 WS-TL-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(10) VALUE "   VALUE =".
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-AMOUNT         PIC $$,$$$,$$9.99.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-COMMAND-LINE)
                   TO WS-PLACEMENT-DAYS
           END-IF.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-PLACEMENT-DAYS).

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "COLLECT" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - COLLECTIONS RUN NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN INPUT DUNNING-HISTORY-FILE.
           IF DH-FILE-STATUS NOT = "00"
               DISPLAY "NO DUNNING HISTORY, FS = " DH-FILE-STATUS
               DISPLAY "RUN dunning BEFORE PLACING ACCOUNTS"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               CLOSE DUNNING-HISTORY-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN I-O COLLECTION-PLACEMENT-FILE.
           IF CP-FILE-STATUS NOT = "00"
               OPEN OUTPUT COLLECTION-PLACEMENT-FILE
               CLOSE COLLECTION-PLACEMENT-FILE
               OPEN I-O COLLECTION-PLACEMENT-FILE
               IF CP-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PLACEMENT FILE, FS = "
                       CP-FILE-STATUS
                   CLOSE DUNNING-HISTORY-FILE
                   CLOSE STUDENT-MASTER-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF AD-FILE-STATUS = "00"
               SET ADDRESS-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT WITHDRAWN-FILE.
           IF WN-FILE-STATUS = "00"
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT AGENCY-PLACEMENT-FILE.
           OPEN OUTPUT PLACEMENT-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.

           MOVE ZERO TO DH-STUDENT-NUMBER.
           START DUNNING-HISTORY-FILE KEY IS GREATER THAN OR EQUAL TO
               DH-STUDENT-NUMBER
               INVALID KEY SET END-OF-DHF TO TRUE
           END-START.
           IF NOT END-OF-DHF
               READ DUNNING-HISTORY-FILE NEXT RECORD
                   AT END SET END-OF-DHF TO TRUE
               END-READ
               PERFORM REVIEW-FINAL-NOTICE UNTIL END-OF-DHF
           END-IF.

           MOVE SPACES TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.
           MOVE WS-ACCOUNTS-PLACED TO WS-TL-COUNT.
           MOVE WS-TOTAL-PLACED TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.

           CLOSE DUNNING-HISTORY-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE COLLECTION-PLACEMENT-FILE.
           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           CLOSE AGENCY-PLACEMENT-FILE.
           CLOSE PLACEMENT-REPORT-FILE.
           IF ADDRESS-FILE-IS-PRESENT
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.

           MOVE "CollPlace.rpt" TO WS-KEEP-NAME.
           MOVE "COLLECT" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "COLLECTIONS PLACEMENT COMPLETE - FINAL NOTICES = "
               WS-FINAL-NOTICES-READ.
           DISPLAY "  PLACED WITH AGENCY = " WS-ACCOUNTS-PLACED
               " VALUE " WS-TOTAL-PLACED.
           DISPLAY "  ALREADY PLACED     = " WS-ALREADY-PLACED.
           DISPLAY "  PAID IN LAST " WS-PLACEMENT-DAYS
               " DAYS = " WS-RECENTLY-PAID.
           DISPLAY "SEE AgencyPlace.dat AND CollPlace.rpt".

           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       PRINT-REPORT-HEADING.
           MOVE WS-HEADING-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-PLACEMENT-DAYS TO WS-DL-DAYS.
           MOVE WS-DATE-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.

       REVIEW-FINAL-NOTICE.
           IF DH-LETTER-LEVEL = 3
               AND DH-LAST-LETTER-DATE IS NOT GREATER THAN
                   WS-CUTOFF-DATE
               ADD 1 TO WS-FINAL-NOTICES-READ
               PERFORM FIND-LAST-PAYMENT-DATE
               PERFORM CHECK-ALREADY-PLACED
               EVALUATE TRUE
                   WHEN ALREADY-PLACED
                       ADD 1 TO WS-ALREADY-PLACED
                   WHEN PAID-SINCE-CUTOFF
                       ADD 1 TO WS-RECENTLY-PAID
                   WHEN OTHER
                       PERFORM PLACE-ACCOUNT
               END-EVALUATE
           END-IF.
           READ DUNNING-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-DHF TO TRUE
           END-READ.

       FIND-LAST-PAYMENT-DATE.
           MOVE ZERO TO WS-LAST-PAYMENT-DATE.
           SET NO-PAYMENT-SINCE-CUTOFF TO TRUE.
           IF PAYMENT-LOG-IS-PRESENT
               MOVE DH-STUDENT-NUMBER TO PL-STUDENT-NUMBER
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
                   PERFORM NOTE-STUDENT-PAYMENT
                       UNTIL END-OF-PLF
                       OR PL-STUDENT-NUMBER NOT = DH-STUDENT-NUMBER
               END-IF
           END-IF.

       NOTE-STUDENT-PAYMENT.
           IF PL-PAYMENT-METHOD NOT = "RFND"
               AND PL-PAYMENT-METHOD NOT = "RVSL"
               AND PL-PAYMENT-METHOD NOT = "XFER"
               IF PL-RUN-DATE IS GREATER THAN WS-LAST-PAYMENT-DATE
                   MOVE PL-RUN-DATE TO WS-LAST-PAYMENT-DATE
               END-IF
               IF PL-RUN-DATE IS GREATER THAN WS-CUTOFF-DATE
                   SET PAID-SINCE-CUTOFF TO TRUE
               END-IF
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

       CHECK-ALREADY-PLACED.
           SET NOT-YET-PLACED TO TRUE.
           SET NO-PLACEMENT-RECORD TO TRUE.
           MOVE DH-STUDENT-NUMBER TO CP-STUDENT-NUMBER.
           READ COLLECTION-PLACEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PLACEMENT-RECORD-EXISTS TO TRUE
                   IF PLACEMENT-IS-ACTIVE
                       SET ALREADY-PLACED TO TRUE
                   ELSE
                       IF (PLACEMENT-IS-CLOSED
                           OR PLACEMENT-IS-WRITTEN-OFF)
                           AND DH-LAST-LETTER-DATE IS NOT GREATER THAN
                               CP-CLOSED-DATE
                           SET ALREADY-PLACED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       PLACE-ACCOUNT.
           MOVE DH-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "STUDENT " DH-STUDENT-NUMBER
                       " AT FINAL NOTICE BUT NOT ON MASTER - SKIPPED"
                   MOVE ZERO TO WS-OUTSTANDING
               NOT INVALID KEY
                   COMPUTE WS-OUTSTANDING =
                       SM-FEES-OWED + SM-PRIOR-FEES-OWED
                       - SM-AMOUNT-PAID - SM-PRIOR-AMOUNT-PAID
           END-READ.
           PERFORM CHECK-STUDENT-WITHDRAWN.
           IF WS-OUTSTANDING IS GREATER THAN ZERO
               AND STUDENT-IS-ACTIVE
               PERFORM WRITE-AGENCY-PLACEMENT
               PERFORM SAVE-PLACEMENT-STATUS
               PERFORM PRINT-PLACEMENT-LINE
               ADD 1 TO WS-ACCOUNTS-PLACED
               ADD WS-OUTSTANDING TO WS-TOTAL-PLACED
           END-IF.

       CHECK-STUDENT-WITHDRAWN.
           SET STUDENT-IS-ACTIVE TO TRUE.
           IF WITHDRAWN-FILE-IS-PRESENT
               MOVE DH-STUDENT-NUMBER TO WN-STUDENT-NUMBER
               READ WITHDRAWN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-IS-WITHDRAWN TO TRUE
               END-READ
           END-IF.

       WRITE-AGENCY-PLACEMENT.
           MOVE SPACES TO AP-RECORD.
           MOVE SM-STUDENT-NUMBER TO AP-STUDENT-NUMBER.
           MOVE SM-STUDENT-NAME TO AP-STUDENT-NAME.
           IF ADDRESS-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO AD-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-ADDRESS-LINE-1 TO AP-ADDRESS-LINE-1
                       MOVE AD-ADDRESS-LINE-2 TO AP-ADDRESS-LINE-2
                       MOVE AD-CITY TO AP-CITY
                       MOVE AD-POSTCODE TO AP-POSTCODE
                       MOVE AD-PHONE TO AP-PHONE
               END-READ
           END-IF.
           MOVE WS-OUTSTANDING TO AP-AMOUNT-PLACED.
           MOVE DH-LAST-LETTER-DATE TO AP-FINAL-NOTICE-DATE.
           MOVE WS-LAST-PAYMENT-DATE TO AP-LAST-PAYMENT-DATE.
           MOVE WS-RUN-DATE TO AP-PLACED-DATE.
           WRITE AP-RECORD.

       SAVE-PLACEMENT-STATUS.
           MOVE SM-STUDENT-NUMBER TO CP-STUDENT-NUMBER.
           SET PLACEMENT-IS-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO CP-PLACED-DATE.
           MOVE WS-OUTSTANDING TO CP-PLACED-AMOUNT.
           MOVE ZERO TO CP-RECOVERED-GROSS.
           MOVE ZERO TO CP-COMMISSION.
           MOVE ZERO TO CP-RUN-DATE.
           MOVE ZERO TO CP-RUN-NET.
           MOVE ZERO TO CP-WRITTEN-OFF.
           MOVE ZERO TO CP-CLOSED-DATE.
           IF PLACEMENT-RECORD-EXISTS
               REWRITE CP-RECORD
                   INVALID KEY
                       DISPLAY "PLACEMENT NOT SAVED, FS = "
                           CP-FILE-STATUS " STUDENT = "
                           CP-STUDENT-NUMBER
               END-REWRITE
           ELSE
               WRITE CP-RECORD
                   INVALID KEY
                       DISPLAY "PLACEMENT NOT SAVED, FS = "
                           CP-FILE-STATUS " STUDENT = "
                           CP-STUDENT-NUMBER
               END-WRITE
           END-IF.

       PRINT-PLACEMENT-LINE.
           MOVE SM-STUDENT-NUMBER TO WS-DT-STUDENT.
           MOVE SM-STUDENT-NAME TO WS-DT-NAME.
           MOVE DH-LAST-LETTER-DATE TO WS-DT-FINAL-DATE.
           MOVE WS-LAST-PAYMENT-DATE TO WS-DT-PAID-DATE.
           MOVE WS-OUTSTANDING TO WS-DT-AMOUNT.
           MOVE WS-DETAIL-LINE TO PR-PRINT-LINE.
           WRITE PR-PRINT-LINE.
