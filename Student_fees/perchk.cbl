       IDENTIFICATION DIVISION.
       PROGRAM-ID. perchk.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO "AcctPeriod.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AP-PERIOD
                   FILE STATUS IS AP-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
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


           WORKING-STORAGE SECTION.
           01 AP-FILE-STATUS PIC XX.
           01 WS-CHECK-PERIOD PIC 9(6).
           01 WS-CHECK-PERIOD-PARTS REDEFINES WS-CHECK-PERIOD.
               02 WS-CHECK-YEAR        PIC 9(4).
               02 WS-CHECK-MONTH       PIC 9(2).
           01 WS-PERIODS-TRIED PIC 9(3).
           01 WS-MAX-PERIODS-AHEAD PIC 9(3) VALUE 120.
           01 WS-CHECK-STATE PIC X.
               88 CHECK-PERIOD-IS-OPEN VALUE "O".
               88 CHECK-PERIOD-IS-CLOSED VALUE "C".

           LINKAGE SECTION.
           01 LS-PERIOD-REQUEST.
               02 LS-PERIOD-POST-DATE  PIC 9(8).
               02 LS-PERIOD-OPEN-DATE  PIC 9(8).
           01 LS-RETURN-STATUS PIC XX.


       PROCEDURE DIVISION USING LS-PERIOD-REQUEST LS-RETURN-STATUS.
           MOVE "00" TO LS-RETURN-STATUS.
           MOVE LS-PERIOD-POST-DATE TO LS-PERIOD-OPEN-DATE.
           DIVIDE LS-PERIOD-POST-DATE BY 100 GIVING WS-CHECK-PERIOD.
           OPEN INPUT ACCOUNTING-PERIOD-FILE.
           IF AP-FILE-STATUS = "00"
               PERFORM READ-PERIOD-RECORD
               IF CHECK-PERIOD-IS-CLOSED
                   MOVE ZERO TO WS-PERIODS-TRIED
                   PERFORM ADVANCE-TO-NEXT-PERIOD
                       UNTIL CHECK-PERIOD-IS-OPEN
                       OR WS-PERIODS-TRIED = WS-MAX-PERIODS-AHEAD
                   IF CHECK-PERIOD-IS-OPEN
                       MOVE "10" TO LS-RETURN-STATUS
                       COMPUTE LS-PERIOD-OPEN-DATE =
                           WS-CHECK-PERIOD * 100 + 1
                   ELSE
                       MOVE "99" TO LS-RETURN-STATUS
                       MOVE ZERO TO LS-PERIOD-OPEN-DATE
                   END-IF
               END-IF
               CLOSE ACCOUNTING-PERIOD-FILE
           END-IF.
           GOBACK.

       READ-PERIOD-RECORD.
           SET CHECK-PERIOD-IS-OPEN TO TRUE.
           MOVE WS-CHECK-PERIOD TO AP-PERIOD.
           READ ACCOUNTING-PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIOD-IS-CLOSED
                       SET CHECK-PERIOD-IS-CLOSED TO TRUE
                   END-IF
           END-READ.

       ADVANCE-TO-NEXT-PERIOD.
           ADD 1 TO WS-PERIODS-TRIED.
           IF WS-CHECK-MONTH = 12
               ADD 1 TO WS-CHECK-YEAR
               MOVE 1 TO WS-CHECK-MONTH
           ELSE
               ADD 1 TO WS-CHECK-MONTH
           END-IF.
           PERFORM READ-PERIOD-RECORD.
