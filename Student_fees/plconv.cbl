       IDENTIFICATION DIVISION.
       PROGRAM-ID. plconv.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-LOG-OLD ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PO-FILE-STATUS.

               SELECT PAYMENT-WORK-FILE ASSIGN TO "PlConv.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PW-FILE-STATUS.

               SELECT PAYMENT-LOG-FILE ASSIGN TO "PaymentLog.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PL-LOG-KEY
                   ALTERNATE RECORD KEY IS PL-RUN-DATE
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS PL-RECEIPT-NUMBER
                       WITH DUPLICATES
                   FILE STATUS IS PL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PAYMENT-LOG-OLD.
           01 PO-RECORD.
               88 END-OF-POF VALUE HIGH-VALUE.
               02 PO-STUDENT-NUMBER    PIC 9(7).
               02 PO-PAYMENT           PIC 9(4)V99.
               02 PO-RESULTING-BALANCE PIC 9(4)V99.
               02 PO-RUN-DATE          PIC 9(8).
               02 PO-PAYMENT-METHOD    PIC X(4).
               02 PO-RECEIPT-NUMBER    PIC 9(8).
               02 PO-TERM-CODE         PIC X(6).

           FD PAYMENT-WORK-FILE.
           01 PW-RECORD.
               88 END-OF-PWF VALUE HIGH-VALUE.
               02 PW-STUDENT-NUMBER    PIC 9(7).
               02 PW-PAYMENT           PIC 9(4)V99.
               02 PW-RESULTING-BALANCE PIC 9(4)V99.
               02 PW-RUN-DATE          PIC 9(8).
               02 PW-PAYMENT-METHOD    PIC X(4).
               02 PW-RECEIPT-NUMBER    PIC 9(8).
               02 PW-TERM-CODE         PIC X(6).

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


           WORKING-STORAGE SECTION.
           01 PO-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 PW-FILE-STATUS PIC XX.
           01 WS-LINES-READ PIC 9(8) VALUE ZERO.
           01 WS-LINES-LOADED PIC 9(8) VALUE ZERO.
           01 WS-LINES-VERIFIED PIC 9(8) VALUE ZERO.
           01 WS-LINES-NUMBERED PIC 9(8) VALUE ZERO.
           01 WS-AMOUNT-READ PIC 9(10)V99 VALUE ZERO.
           01 WS-AMOUNT-LOADED PIC 9(10)V99 VALUE ZERO.
           01 WS-AMOUNT-VERIFIED PIC 9(10)V99 VALUE ZERO.
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.


       PROCEDURE DIVISION.
           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "PLCONV" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - PAYMENT LOG CONVERSION NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               CLOSE PAYMENT-LOG-FILE
               DISPLAY "PAYMENT LOG IS ALREADY CONVERTED"
               DISPLAY "NOTHING CONVERTED"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-WORK-FILE.
           IF PW-FILE-STATUS = "00"
               CLOSE PAYMENT-WORK-FILE
               DISPLAY "PlConv.tmp EXISTS - PAYMENT LOG IS ALREADY "
                   "CONVERTED"
               DISPLAY "NOTHING CONVERTED"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-LOG-OLD.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN PAYMENT LOG IN THE OLD LAYOUT, "
                   "FS = " PO-FILE-STATUS
               DISPLAY "NOTHING CONVERTED"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYMENT-WORK-FILE.

           READ PAYMENT-LOG-OLD
               AT END SET END-OF-POF TO TRUE
           END-READ.

           PERFORM UNLOAD-OLD-LOG-LINE UNTIL END-OF-POF.

           CLOSE PAYMENT-LOG-OLD.
           CLOSE PAYMENT-WORK-FILE.

           OPEN OUTPUT PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT REBUILD PAYMENT LOG, FS = "
                   PL-FILE-STATUS
               DISPLAY "OLD LOG IS SAVED IN PlConv.tmp"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-WORK-FILE.

           READ PAYMENT-WORK-FILE
               AT END SET END-OF-PWF TO TRUE
           END-READ.

           PERFORM RELOAD-NEW-LOG-LINE UNTIL END-OF-PWF.

           CLOSE PAYMENT-WORK-FILE.
           CLOSE PAYMENT-LOG-FILE.

           OPEN INPUT PAYMENT-LOG-FILE.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.

           PERFORM VERIFY-NEW-LOG-LINE UNTIL END-OF-PLF.

           CLOSE PAYMENT-LOG-FILE.

           DISPLAY "PAYMENT LOG CONVERTED".
           DISPLAY "  LINES READ     = " WS-LINES-READ
               " AMOUNT = " WS-AMOUNT-READ.
           DISPLAY "  LINES LOADED   = " WS-LINES-LOADED
               " AMOUNT = " WS-AMOUNT-LOADED.
           DISPLAY "  LINES VERIFIED = " WS-LINES-VERIFIED
               " AMOUNT = " WS-AMOUNT-VERIFIED.
           IF WS-LINES-NUMBERED IS GREATER THAN ZERO
               DISPLAY "  LINES SHARING A STUDENT AND RECEIPT = "
                   WS-LINES-NUMBERED
           END-IF.
           IF WS-LINES-READ = WS-LINES-LOADED
               AND WS-LINES-READ = WS-LINES-VERIFIED
               AND WS-AMOUNT-READ = WS-AMOUNT-LOADED
               AND WS-AMOUNT-READ = WS-AMOUNT-VERIFIED
               DISPLAY "COUNTS AND TOTALS AGREE"
           ELSE
               DISPLAY "** COUNTS OR TOTALS DO NOT AGREE - OLD LOG "
                   "IS SAVED IN PlConv.tmp **"
           END-IF.

           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       UNLOAD-OLD-LOG-LINE.
           MOVE PO-RECORD TO PW-RECORD.
           WRITE PW-RECORD.
           ADD 1 TO WS-LINES-READ.
           ADD PO-PAYMENT TO WS-AMOUNT-READ.
           READ PAYMENT-LOG-OLD
               AT END SET END-OF-POF TO TRUE
           END-READ.

       RELOAD-NEW-LOG-LINE.
           MOVE PW-STUDENT-NUMBER TO PL-STUDENT-NUMBER.
           MOVE PW-RECEIPT-NUMBER TO PL-RECEIPT-NUMBER.
           MOVE PW-PAYMENT TO PL-PAYMENT.
           MOVE PW-RESULTING-BALANCE TO PL-RESULTING-BALANCE.
           MOVE PW-RUN-DATE TO PL-RUN-DATE.
           MOVE PW-PAYMENT-METHOD TO PL-PAYMENT-METHOD.
           MOVE PW-TERM-CODE TO PL-TERM-CODE.
           MOVE ZERO TO PL-LINE-NUMBER.
           MOVE "22" TO PL-FILE-STATUS.
           PERFORM INSERT-NEW-LOG-LINE
               UNTIL PL-FILE-STATUS NOT = "22"
               OR PL-LINE-NUMBER = 99.
           IF PAYMENT-LOG-WRITTEN
               ADD 1 TO WS-LINES-LOADED
               ADD PL-PAYMENT TO WS-AMOUNT-LOADED
               IF PL-LINE-NUMBER IS GREATER THAN 1
                   ADD 1 TO WS-LINES-NUMBERED
               END-IF
           ELSE
               DISPLAY "LOG LINE NOT RELOADED, FS = " PL-FILE-STATUS
                   " STUDENT = " PW-STUDENT-NUMBER
                   " RECEIPT = " PW-RECEIPT-NUMBER
           END-IF.
           READ PAYMENT-WORK-FILE
               AT END SET END-OF-PWF TO TRUE
           END-READ.

       INSERT-NEW-LOG-LINE.
           ADD 1 TO PL-LINE-NUMBER.
           WRITE PL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       VERIFY-NEW-LOG-LINE.
           ADD 1 TO WS-LINES-VERIFIED.
           ADD PL-PAYMENT TO WS-AMOUNT-VERIFIED.
           READ PAYMENT-LOG-FILE NEXT RECORD
               AT END SET END-OF-PLF TO TRUE
           END-READ.
