                   FILE STATUS IS GM-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
               SELECT JOURNAL-EXCEPTION-FILE ASSIGN TO "GLExcep.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXPORT-CONTROL-FILE ASSIGN TO "GLExpCtl.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GC-FILE-STATUS.

               SELECT EXPORT-HISTORY-FILE ASSIGN TO "GLExpHist.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GH-FILE-STATUS.

               SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO "AcctPeriod.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-PERIOD
                   FILE STATUS IS AP-FILE-STATUS.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-MAP-FILE.
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

           FD ADJUSTMENT-LOG-FILE.
               02 RR-REFUND-AMOUNT     PIC 9(4)V99.
               02 RR-REFUND-REFERENCE  PIC 9(8).
               02 RR-RUN-DATE          PIC 9(8).
               02 RR-AUTHORISER        PIC X(8).

           FD JOURNAL-WORK-FILE.
           01 JW-RECORD.
               02 JW-SOURCE-CODE       PIC X(4).
               02 JW-STUDENT-NUMBER    PIC 9(7).
               02 JW-REFERENCE         PIC 9(8).
               02 JW-ORIGINAL-DATE     PIC 9(8).

           FD JOURNAL-FILE.
           01 GJ-RECORD                PIC X(48).
               02 GX-REASON            PIC X(30).
               02 GX-RUN-DATE          PIC 9(8).

           FD EXPORT-CONTROL-FILE.
           01 GC-RECORD.
               02 GC-EXPORTED-THROUGH  PIC 9(8).
               02 GC-LAST-EXPORT-DATE  PIC 9(8).
               02 GC-EXPORT-RUNS       PIC 9(6).

           FD EXPORT-HISTORY-FILE.
           01 GH-RECORD.
               02 GH-PERIOD            PIC 9(6).
               02 GH-EXPORT-DATE       PIC 9(8).
               02 GH-EXPORT-RUN        PIC 9(6).
               02 GH-FROM-DATE         PIC 9(8).
               02 GH-THROUGH-DATE      PIC 9(8).
               02 GH-FIRST-ENTRY-DATE  PIC 9(8).
               02 GH-LAST-ENTRY-DATE   PIC 9(8).
               02 GH-JOURNAL-LINES     PIC 9(8).
               02 GH-DEBITS            PIC 9(10)V99.
               02 GH-CREDITS           PIC 9(10)V99.

           FD ACCOUNTING-PERIOD-FILE.
           01 AP-RECORD.
               02 AP-PERIOD            PIC 9(6).
               02 AP-PERIOD-STATUS     PIC X(1).
                   88 PERIOD-IS-OPEN VALUE "O".
                   88 PERIOD-IS-CLOSED VALUE "C".
               02 AP-CLOSED-DATE       PIC 9(8).
               02 AP-CLOSED-BY         PIC X(8).
               02 AP-EXPORT-RUNS       PIC 9(4).
               02 AP-FIRST-EXPORT-DATE PIC 9(8).
               02 AP-LAST-EXPORT-DATE  PIC 9(8).
               02 AP-EXPORTED-LINES    PIC 9(8).
               02 AP-EXPORTED-DEBITS   PIC 9(10)V99.
               02 AP-EXPORTED-CREDITS  PIC 9(10)V99.

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
           01 GM-FILE-STATUS PIC XX.
           01 WS-ENTRIES-WRITTEN PIC 9(8) VALUE ZERO.
           01 WS-UNMAPPED-COUNT PIC 9(8) VALUE ZERO.
           01 WS-UNMAPPED-AMOUNT PIC 9(10)V99 VALUE ZERO.
           01 GC-FILE-STATUS PIC XX.
           01 GH-FILE-STATUS PIC XX.
           01 AP-FILE-STATUS PIC XX.
           01 PX-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-THROUGH-DATE PIC 9(8).
           01 WS-EXPORTED-THROUGH PIC 9(8) VALUE ZERO.
           01 WS-FROM-DATE PIC 9(8).
           01 WS-EXPORT-RUNS PIC 9(6) VALUE ZERO.
           01 WS-ORIGINAL-DATE PIC 9(8).
           01 WS-ENTRY-PERIOD PIC 9(6).
           01 WS-CHECKED-PERIOD PIC 9(6) VALUE ZERO.
           01 WS-CHECKED-STATUS PIC XX.
           01 WS-CHECKED-OPEN-DATE PIC 9(8).
           01 WS-ENTRIES-REDATED PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
           01 WS-PT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PT-IX PIC 9(3).
           01 WS-PT-FOUND-IX PIC 9(3).
           01 WS-PERIOD-TOTALS.
               02 WS-PT-ENTRY OCCURS 120.
                   03 WS-PT-PERIOD         PIC 9(6).
                   03 WS-PT-FIRST-DATE     PIC 9(8).
                   03 WS-PT-LAST-DATE      PIC 9(8).
                   03 WS-PT-LINES          PIC 9(8).
                   03 WS-PT-DEBITS         PIC 9(10)V99.
                   03 WS-PT-CREDITS        PIC 9(10)V99.
           01 WS-PT-STATE PIC X.
               88 PERIOD-SLOT-FOUND VALUE "Y".
               88 PERIOD-SLOT-ABSENT VALUE "N".
           01 WS-PT-TABLE-STATE PIC X VALUE "N".
               88 PERIOD-TABLE-IS-FULL VALUE "Y".
           01 WS-PERIOD-FILE-STATE PIC X VALUE "N".
               88 PERIOD-FILE-IS-PRESENT VALUE "Y".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-COMMAND-LINE) TO WS-THROUGH-DATE
           END-IF.
           IF WS-THROUGH-DATE IS NOT LESS THAN WS-RUN-DATE
               OR WS-THROUGH-DATE IS LESS THAN 19000101
               DISPLAY "INVALID THROUGH DATE - JOURNAL NOT PRODUCED"
               DISPLAY "USAGE: glexport [THROUGH-DATE]"
               DISPLAY "  THROUGH-DATE IS YYYYMMDD BEFORE TODAY - "
                   "DEFAULT IS YESTERDAY"
               STOP RUN
           END-IF.

           PERFORM READ-EXPORT-CONTROL.
           IF WS-THROUGH-DATE IS NOT GREATER THAN WS-EXPORTED-THROUGH
               DISPLAY "POSTINGS ALREADY EXPORTED THROUGH "
                   WS-EXPORTED-THROUGH " - NOTHING NEW TO EXPORT"
               STOP RUN
           END-IF.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXPORTED-THROUGH) + 1).
           IF WS-EXPORTED-THROUGH = ZERO
               MOVE ZERO TO WS-FROM-DATE
           END-IF.

           PERFORM LOAD-ACCOUNT-MAP.
           IF WS-MAP-COUNT = ZERO
               DISPLAY "NO ACCOUNT MAPPINGS IN GLAcctMap.dat - "
           CLOSE JOURNAL-WORK-FILE.
           CLOSE JOURNAL-EXCEPTION-FILE.

           EVALUATE TRUE
               WHEN WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   DISPLAY "GL JOURNAL REJECTED - OUT OF BALANCE"
                   DISPLAY "  DEBITS  = " WS-TOTAL-DEBITS
                   DISPLAY "  CREDITS = " WS-TOTAL-CREDITS
                   DISPLAY "  JOURNAL HELD IN GLJournal.tmp - "
                       "GLJournal.dat NOT RELEASED"
               WHEN WS-UNMAPPED-COUNT IS GREATER THAN ZERO
                   DISPLAY "GL JOURNAL HELD - UNMAPPED ITEMS"
                   DISPLAY "  ADD THE MISSING CODES TO GLAcctMap.dat "
                       "AND RE-RUN - GLJournal.dat NOT RELEASED"
               WHEN PERIOD-TABLE-IS-FULL
                   DISPLAY "GL JOURNAL HELD - MORE THAN 120 PERIODS "
                       "IN ONE EXPORT"
                   DISPLAY "  RE-RUN WITH AN EARLIER THROUGH DATE - "
                       "GLJournal.dat NOT RELEASED"
               WHEN OTHER
                   PERFORM RELEASE-JOURNAL
                   PERFORM RECORD-PERIOD-EXPORTS
                   PERFORM SAVE-EXPORT-CONTROL
                   DISPLAY "GL JOURNAL BALANCED AND RELEASED"
                   DISPLAY "  POSTINGS FROM " WS-FROM-DATE
                       " THROUGH " WS-THROUGH-DATE
                   DISPLAY "  ENTRIES = " WS-ENTRIES-WRITTEN
                       " DEBITS = " WS-TOTAL-DEBITS
                       " CREDITS = " WS-TOTAL-CREDITS
                   IF WS-ENTRIES-REDATED IS GREATER THAN ZERO
                       DISPLAY "  ENTRIES DATED INTO CLOSED PERIODS "
                           "AND MOVED = " WS-ENTRIES-REDATED
                           " - SEE PeriodExc.dat"
                   END-IF
           END-EVALUATE.

           IF WS-UNMAPPED-COUNT IS GREATER THAN ZERO
               DISPLAY "  UNMAPPED ITEMS = " WS-UNMAPPED-COUNT
           STOP RUN.


       READ-EXPORT-CONTROL.
           OPEN INPUT EXPORT-CONTROL-FILE.
           IF GC-FILE-STATUS = "00"
               READ EXPORT-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE GC-EXPORTED-THROUGH TO WS-EXPORTED-THROUGH
                       MOVE GC-EXPORT-RUNS TO WS-EXPORT-RUNS
               END-READ
               CLOSE EXPORT-CONTROL-FILE
           END-IF.

       SAVE-EXPORT-CONTROL.
           ADD 1 TO WS-EXPORT-RUNS.
           OPEN OUTPUT EXPORT-CONTROL-FILE.
           MOVE WS-THROUGH-DATE TO GC-EXPORTED-THROUGH.
           MOVE WS-RUN-DATE TO GC-LAST-EXPORT-DATE.
           MOVE WS-EXPORT-RUNS TO GC-EXPORT-RUNS.
           WRITE GC-RECORD.
           CLOSE EXPORT-CONTROL-FILE.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF GM-FILE-STATUS NOT = "00"
       EXPORT-PAYMENT-LOG.
           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               MOVE WS-EXPORTED-THROUGH TO PL-RUN-DATE
               START PAYMENT-LOG-FILE KEY IS GREATER THAN PL-RUN-DATE
                   INVALID KEY SET END-OF-PLF TO TRUE
               END-START
               IF NOT END-OF-PLF
                   READ PAYMENT-LOG-FILE NEXT RECORD
                       AT END SET END-OF-PLF TO TRUE
                   END-READ
               END-IF
               PERFORM EXPORT-PAYMENT-LINE UNTIL END-OF-PLF
                   OR PL-RUN-DATE IS GREATER THAN WS-THROUGH-DATE
               CLOSE PAYMENT-LOG-FILE
           END-IF.

       EXPORT-PAYMENT-LINE.
           IF PL-PAYMENT-METHOD NOT = "RFND"
               AND PL-RUN-DATE IS GREATER THAN WS-EXPORTED-THROUGH
               AND PL-RUN-DATE IS NOT GREATER THAN WS-THROUGH-DATE
               MOVE "PM" TO WS-LOOKUP-TYPE
               MOVE PL-PAYMENT-METHOD TO WS-LOOKUP-CODE
               MOVE PL-PAYMENT TO WS-POST-AMOUNT
               MOVE PL-STUDENT-NUMBER TO WS-POST-STUDENT
               MOVE PL-RECEIPT-NUMBER TO WS-POST-REFERENCE
               MOVE PL-RUN-DATE TO WS-POST-DATE
               PERFORM CHECK-ENTRY-PERIOD
               PERFORM POST-BALANCED-ENTRY
           END-IF.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

           END-IF.

       EXPORT-ADJUSTMENT-LINE.
           IF AJL-RUN-DATE IS GREATER THAN WS-EXPORTED-THROUGH
               AND AJL-RUN-DATE IS NOT GREATER THAN WS-THROUGH-DATE
               PERFORM EXPORT-ADJUSTMENT-ENTRY
           END-IF.
           READ ADJUSTMENT-LOG-FILE
               AT END SET END-OF-AJLF TO TRUE
           END-READ.

       EXPORT-ADJUSTMENT-ENTRY.
           MOVE "AJ" TO WS-LOOKUP-TYPE.
           MOVE AJL-REASON-CODE TO WS-LOOKUP-CODE.
           MOVE AJL-STUDENT-NUMBER TO WS-POST-STUDENT.
           MOVE ZERO TO WS-POST-REFERENCE.
           MOVE AJL-RUN-DATE TO WS-POST-DATE.
           PERFORM CHECK-ENTRY-PERIOD.
           IF AJL-REASON-CODE = "WOFF"
               COMPUTE WS-POST-AMOUNT = ZERO - AJL-ADJUSTMENT
               PERFORM POST-BALANCED-ENTRY
           ELSE
               IF AJL-ADJUSTMENT IS LESS THAN ZERO
                   COMPUTE WS-POST-AMOUNT = ZERO - AJL-ADJUSTMENT
                   PERFORM POST-REVERSED-ENTRY
               ELSE
                   MOVE AJL-ADJUSTMENT TO WS-POST-AMOUNT
                   PERFORM POST-BALANCED-ENTRY
               END-IF
           END-IF.

       EXPORT-REFUND-REGISTER.
           OPEN INPUT REFUND-REGISTER-FILE.
           END-IF.

       EXPORT-REFUND-LINE.
           IF RR-RUN-DATE IS GREATER THAN WS-EXPORTED-THROUGH
               AND RR-RUN-DATE IS NOT GREATER THAN WS-THROUGH-DATE
               MOVE "RF" TO WS-LOOKUP-TYPE
               MOVE "RFND" TO WS-LOOKUP-CODE
               MOVE RR-REFUND-AMOUNT TO WS-POST-AMOUNT
               MOVE RR-STUDENT-NUMBER TO WS-POST-STUDENT
               MOVE RR-REFUND-REFERENCE TO WS-POST-REFERENCE
               MOVE RR-RUN-DATE TO WS-POST-DATE
               PERFORM CHECK-ENTRY-PERIOD
               PERFORM POST-BALANCED-ENTRY
           END-IF.
           READ REFUND-REGISTER-FILE
               AT END SET END-OF-RRF TO TRUE
           END-READ.

       CHECK-ENTRY-PERIOD.
           MOVE WS-POST-DATE TO WS-ORIGINAL-DATE.
           DIVIDE WS-POST-DATE BY 100 GIVING WS-ENTRY-PERIOD.
           IF WS-ENTRY-PERIOD NOT = WS-CHECKED-PERIOD
               MOVE WS-POST-DATE TO WS-PERIOD-POST-DATE
               CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS
               MOVE WS-ENTRY-PERIOD TO WS-CHECKED-PERIOD
               MOVE WS-PERIOD-STATUS TO WS-CHECKED-STATUS
               MOVE WS-PERIOD-OPEN-DATE TO WS-CHECKED-OPEN-DATE
           END-IF.
           IF WS-CHECKED-STATUS = "10"
               MOVE WS-CHECKED-OPEN-DATE TO WS-POST-DATE
           END-IF.

       POST-BALANCED-ENTRY.
           PERFORM FIND-ACCOUNT-MAPPING.
           IF MAPPING-IS-ABSENT
           MOVE WS-LOOKUP-CODE TO JW-SOURCE-CODE.
           MOVE WS-POST-STUDENT TO JW-STUDENT-NUMBER.
           MOVE WS-POST-REFERENCE TO JW-REFERENCE.
           MOVE WS-ORIGINAL-DATE TO JW-ORIGINAL-DATE.
           WRITE JW-RECORD.
           ADD 1 TO WS-ENTRIES-WRITTEN.
           PERFORM ACCUMULATE-PERIOD-TOTAL.

       ACCUMULATE-PERIOD-TOTAL.
           DIVIDE JW-RUN-DATE BY 100 GIVING WS-ENTRY-PERIOD.
           SET PERIOD-SLOT-ABSENT TO TRUE.
           PERFORM CHECK-ONE-PERIOD-SLOT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX IS GREATER THAN WS-PT-COUNT
               OR PERIOD-SLOT-FOUND.
           IF PERIOD-SLOT-ABSENT
               IF WS-PT-COUNT = 120
                   SET PERIOD-TABLE-IS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-FOUND-IX
                   MOVE WS-ENTRY-PERIOD TO WS-PT-PERIOD(WS-PT-FOUND-IX)
                   MOVE JW-RUN-DATE TO WS-PT-FIRST-DATE(WS-PT-FOUND-IX)
                   MOVE JW-RUN-DATE TO WS-PT-LAST-DATE(WS-PT-FOUND-IX)
                   MOVE ZERO TO WS-PT-LINES(WS-PT-FOUND-IX)
                   MOVE ZERO TO WS-PT-DEBITS(WS-PT-FOUND-IX)
                   MOVE ZERO TO WS-PT-CREDITS(WS-PT-FOUND-IX)
                   SET PERIOD-SLOT-FOUND TO TRUE
               END-IF
           END-IF.
           IF PERIOD-SLOT-FOUND
               ADD 1 TO WS-PT-LINES(WS-PT-FOUND-IX)
               IF JW-RUN-DATE IS LESS THAN
                   WS-PT-FIRST-DATE(WS-PT-FOUND-IX)
                   MOVE JW-RUN-DATE TO WS-PT-FIRST-DATE(WS-PT-FOUND-IX)
               END-IF
               IF JW-RUN-DATE IS GREATER THAN
                   WS-PT-LAST-DATE(WS-PT-FOUND-IX)
                   MOVE JW-RUN-DATE TO WS-PT-LAST-DATE(WS-PT-FOUND-IX)
               END-IF
               IF JW-DEBIT-CREDIT = "D"
                   ADD JW-AMOUNT TO WS-PT-DEBITS(WS-PT-FOUND-IX)
               ELSE
                   ADD JW-AMOUNT TO WS-PT-CREDITS(WS-PT-FOUND-IX)
               END-IF
           END-IF.

       CHECK-ONE-PERIOD-SLOT.
           IF WS-PT-PERIOD(WS-PT-IX) = WS-ENTRY-PERIOD
               SET PERIOD-SLOT-FOUND TO TRUE
               MOVE WS-PT-IX TO WS-PT-FOUND-IX
           END-IF.

       WRITE-JOURNAL-EXCEPTION.
           MOVE WS-LOOKUP-TYPE TO GX-SOURCE-TYPE.
       RELEASE-JOURNAL.
           OPEN INPUT JOURNAL-WORK-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN EXTEND PERIOD-EXCEPTION-FILE.
           IF PX-FILE-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
           END-IF.
           READ JOURNAL-WORK-FILE
               AT END SET END-OF-JWF TO TRUE
           END-READ.
           PERFORM COPY-JOURNAL-LINE UNTIL END-OF-JWF.
           CLOSE JOURNAL-WORK-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PERIOD-EXCEPTION-FILE.

       COPY-JOURNAL-LINE.
           MOVE JW-RECORD TO GJ-RECORD.
           WRITE GJ-RECORD.
           IF JW-ORIGINAL-DATE NOT = JW-RUN-DATE
               AND JW-DEBIT-CREDIT = "D"
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.
           READ JOURNAL-WORK-FILE
               AT END SET END-OF-JWF TO TRUE
           END-READ.

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           MOVE "GLEXPORT" TO PX-PROGRAM.
           MOVE JW-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE JW-AMOUNT TO PX-AMOUNT.
           MOVE JW-SOURCE-CODE TO PX-SOURCE-CODE.
           MOVE JW-REFERENCE TO PX-REFERENCE.
           MOVE JW-ORIGINAL-DATE TO PX-PERIOD-DATE.
           MOVE JW-RUN-DATE TO PX-POSTED-DATE.
           MOVE "REDATED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-ENTRIES-REDATED.

       RECORD-PERIOD-EXPORTS.
           OPEN I-O ACCOUNTING-PERIOD-FILE.
           IF AP-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNTING-PERIOD-FILE
               IF AP-FILE-STATUS = "00"
                   CLOSE ACCOUNTING-PERIOD-FILE
                   OPEN I-O ACCOUNTING-PERIOD-FILE
               END-IF
           END-IF.
           IF AP-FILE-STATUS = "00"
               SET PERIOD-FILE-IS-PRESENT TO TRUE
           ELSE
               DISPLAY "CANNOT OPEN PERIOD FILE, FS = " AP-FILE-STATUS
                   " - PERIOD TOTALS NOT UPDATED"
           END-IF.
           OPEN EXTEND EXPORT-HISTORY-FILE.
           IF GH-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXPORT-HISTORY-FILE
           END-IF.
           PERFORM RECORD-ONE-PERIOD-EXPORT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX IS GREATER THAN WS-PT-COUNT.
           CLOSE EXPORT-HISTORY-FILE.
           IF PERIOD-FILE-IS-PRESENT
               CLOSE ACCOUNTING-PERIOD-FILE
           END-IF.

       RECORD-ONE-PERIOD-EXPORT.
           IF PERIOD-FILE-IS-PRESENT
               MOVE WS-PT-PERIOD(WS-PT-IX) TO AP-PERIOD
               READ ACCOUNTING-PERIOD-FILE
                   INVALID KEY
                       PERFORM INITIALISE-PERIOD-RECORD
                       PERFORM ADD-PERIOD-EXPORT-TOTALS
                       WRITE AP-RECORD
                           INVALID KEY
                               DISPLAY "PERIOD " AP-PERIOD
                                   " NOT ADDED, FS = " AP-FILE-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM ADD-PERIOD-EXPORT-TOTALS
                       REWRITE AP-RECORD
                           INVALID KEY
                               DISPLAY "PERIOD " AP-PERIOD
                                   " NOT UPDATED, FS = "
                                   AP-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.
           MOVE WS-PT-PERIOD(WS-PT-IX) TO GH-PERIOD.
           MOVE WS-RUN-DATE TO GH-EXPORT-DATE.
           COMPUTE GH-EXPORT-RUN = WS-EXPORT-RUNS + 1.
           MOVE WS-FROM-DATE TO GH-FROM-DATE.
           MOVE WS-THROUGH-DATE TO GH-THROUGH-DATE.
           MOVE WS-PT-FIRST-DATE(WS-PT-IX) TO GH-FIRST-ENTRY-DATE.
           MOVE WS-PT-LAST-DATE(WS-PT-IX) TO GH-LAST-ENTRY-DATE.
           MOVE WS-PT-LINES(WS-PT-IX) TO GH-JOURNAL-LINES.
           MOVE WS-PT-DEBITS(WS-PT-IX) TO GH-DEBITS.
           MOVE WS-PT-CREDITS(WS-PT-IX) TO GH-CREDITS.
           WRITE GH-RECORD.
           DISPLAY "  PERIOD " WS-PT-PERIOD(WS-PT-IX)
               " LINES = " WS-PT-LINES(WS-PT-IX)
               " DEBITS = " WS-PT-DEBITS(WS-PT-IX)
               " CREDITS = " WS-PT-CREDITS(WS-PT-IX).

       INITIALISE-PERIOD-RECORD.
           MOVE WS-PT-PERIOD(WS-PT-IX) TO AP-PERIOD.
           SET PERIOD-IS-OPEN TO TRUE.
           MOVE ZERO TO AP-CLOSED-DATE.
           MOVE SPACES TO AP-CLOSED-BY.
           MOVE ZERO TO AP-EXPORT-RUNS.
           MOVE ZERO TO AP-FIRST-EXPORT-DATE.
           MOVE ZERO TO AP-LAST-EXPORT-DATE.
           MOVE ZERO TO AP-EXPORTED-LINES.
           MOVE ZERO TO AP-EXPORTED-DEBITS.
           MOVE ZERO TO AP-EXPORTED-CREDITS.

       ADD-PERIOD-EXPORT-TOTALS.
           ADD 1 TO AP-EXPORT-RUNS.
           IF AP-FIRST-EXPORT-DATE = ZERO
               MOVE WS-RUN-DATE TO AP-FIRST-EXPORT-DATE
           END-IF.
           MOVE WS-RUN-DATE TO AP-LAST-EXPORT-DATE.
           ADD WS-PT-LINES(WS-PT-IX) TO AP-EXPORTED-LINES.
           ADD WS-PT-DEBITS(WS-PT-IX) TO AP-EXPORTED-DEBITS.
           ADD WS-PT-CREDITS(WS-PT-IX) TO AP-EXPORTED-CREDITS.
