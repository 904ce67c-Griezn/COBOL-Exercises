       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctper.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
           FD ACCOUNTING-PERIOD-FILE.
           01 AP-RECORD.
               88 END-OF-APF VALUE HIGH-VALUE.
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
               88 END-OF-PXF VALUE HIGH-VALUE.
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
           01 AP-FILE-STATUS PIC XX.
           01 PX-FILE-STATUS PIC XX.
           01 WS-TODAY PIC 9(8).
           01 WS-CONTINUE PIC X VALUE "Y".
               88 KEEP-PROCESSING VALUE "Y".
           01 WS-CHOICE PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-INPUT-PERIOD PIC 9(6).
           01 WS-INPUT-PERIOD-PARTS REDEFINES WS-INPUT-PERIOD.
               02 WS-INPUT-YEAR        PIC 9(4).
               02 WS-INPUT-MONTH       PIC 9(2).
           01 WS-PERIODS-LISTED PIC 9(4).
           01 WS-EXCEPTIONS-LISTED PIC 9(6).
           01 WS-STATUS-TEXT PIC X(6).
           01 WS-DISPLAY-AMOUNT PIC -(6)9.99.
           01 WS-DISPLAY-TOTAL PIC Z(9)9.99.

           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-MAINTAIN-PERIODS VALUE "SUPV" "FINC".
                   88 ROLE-MAY-REOPEN-PERIOD VALUE "SUPV".
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
           IF NOT ROLE-MAY-MAINTAIN-PERIODS
               DISPLAY "SIGN-ON REFUSED - PERIOD MAINTENANCE NEEDS "
                   "FINANCE OR A SUPERVISOR"
               STOP RUN
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "ACCTPER" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - PERIOD MAINTENANCE NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNTING-PERIOD-FILE.
           IF AP-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACCOUNTING-PERIOD-FILE
               IF AP-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PERIOD FILE, FS = "
                       AP-FILE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               CLOSE ACCOUNTING-PERIOD-FILE
               OPEN I-O ACCOUNTING-PERIOD-FILE
               IF AP-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN PERIOD FILE, FS = "
                       AP-FILE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL NOT KEEP-PROCESSING
               DISPLAY " "
               DISPLAY "ACCOUNTING PERIOD MAINTENANCE - " WS-OPERATOR-ID
               PERFORM SHOW-ALLOWED-OPTIONS
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

               EVALUATE TRUE
                   WHEN WS-CHOICE = "A"
                       PERFORM ADD-PERIOD
                   WHEN WS-CHOICE = "C"
                       PERFORM CLOSE-PERIOD
                   WHEN WS-CHOICE = "R" AND ROLE-MAY-REOPEN-PERIOD
                       PERFORM REOPEN-PERIOD
                   WHEN WS-CHOICE = "I"
                       PERFORM PERIOD-INQUIRY
                   WHEN WS-CHOICE = "L"
                       PERFORM LIST-ALL-PERIODS
                   WHEN WS-CHOICE = "E"
                       PERFORM LIST-PERIOD-EXCEPTIONS
                   WHEN WS-CHOICE = "X"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           CLOSE ACCOUNTING-PERIOD-FILE.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       SHOW-ALLOWED-OPTIONS.
           DISPLAY "  A - ADD (OPEN) A PERIOD".
           DISPLAY "  C - CLOSE A PERIOD".
           IF ROLE-MAY-REOPEN-PERIOD
               DISPLAY "  R - REOPEN A CLOSED PERIOD"
           END-IF.
           DISPLAY "  I - PERIOD INQUIRY".
           DISPLAY "  L - LIST ALL PERIODS".
           DISPLAY "  E - LIST CLOSED-PERIOD POSTING EXCEPTIONS".
           DISPLAY "  X - EXIT".


       ACCEPT-PERIOD.
           DISPLAY "PERIOD (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-PERIOD.
           IF WS-INPUT-MONTH IS LESS THAN 1
               OR WS-INPUT-MONTH IS GREATER THAN 12
               DISPLAY "INVALID PERIOD"
               MOVE ZERO TO WS-INPUT-PERIOD
           END-IF.
           MOVE WS-INPUT-PERIOD TO AP-PERIOD.

       ADD-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF WS-INPUT-PERIOD NOT = ZERO
               READ ACCOUNTING-PERIOD-FILE
                   INVALID KEY
                       PERFORM INITIALISE-PERIOD-RECORD
                       WRITE AP-RECORD
                           INVALID KEY
                               DISPLAY "PERIOD ADD FAILED, FS = "
                                   AP-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "PERIOD " AP-PERIOD " ADDED "
                                   "AS OPEN"
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "PERIOD ALREADY ON FILE"
                       PERFORM SHOW-PERIOD-DETAIL
               END-READ
           END-IF.

       INITIALISE-PERIOD-RECORD.
           MOVE WS-INPUT-PERIOD TO AP-PERIOD.
           SET PERIOD-IS-OPEN TO TRUE.
           MOVE ZERO TO AP-CLOSED-DATE.
           MOVE SPACES TO AP-CLOSED-BY.
           MOVE ZERO TO AP-EXPORT-RUNS.
           MOVE ZERO TO AP-FIRST-EXPORT-DATE.
           MOVE ZERO TO AP-LAST-EXPORT-DATE.
           MOVE ZERO TO AP-EXPORTED-LINES.
           MOVE ZERO TO AP-EXPORTED-DEBITS.
           MOVE ZERO TO AP-EXPORTED-CREDITS.

       CLOSE-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF WS-INPUT-PERIOD NOT = ZERO
               READ ACCOUNTING-PERIOD-FILE
                   INVALID KEY
                       PERFORM INITIALISE-PERIOD-RECORD
                       PERFORM CONFIRM-AND-CLOSE
                   NOT INVALID KEY
                       IF PERIOD-IS-CLOSED
                           DISPLAY "PERIOD ALREADY CLOSED ON "
                               AP-CLOSED-DATE " BY " AP-CLOSED-BY
                       ELSE
                           PERFORM CONFIRM-AND-CLOSE
                       END-IF
               END-READ
           END-IF.

       CONFIRM-AND-CLOSE.
           PERFORM SHOW-PERIOD-DETAIL.
           IF AP-EXPORT-RUNS = ZERO
               DISPLAY "WARNING - NOTHING HAS BEEN EXPORTED TO THE "
                   "GENERAL LEDGER FOR THIS PERIOD"
           END-IF.
           DISPLAY "RUN glexport BEFORE CLOSING SO THAT NO POSTINGS "
               "ARE LEFT BEHIND".
           DISPLAY "CLOSE PERIOD " AP-PERIOD " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
               SET PERIOD-IS-CLOSED TO TRUE
               MOVE WS-TODAY TO AP-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO AP-CLOSED-BY
               PERFORM SAVE-PERIOD-RECORD
           ELSE
               DISPLAY "PERIOD NOT CLOSED"
           END-IF.

       SAVE-PERIOD-RECORD.
           REWRITE AP-RECORD
               INVALID KEY
                   WRITE AP-RECORD
                       INVALID KEY
                           DISPLAY "PERIOD UPDATE FAILED, FS = "
                               AP-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "PERIOD " AP-PERIOD " UPDATED"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "PERIOD " AP-PERIOD " UPDATED"
           END-REWRITE.

       REOPEN-PERIOD.
           PERFORM ACCEPT-PERIOD.
           IF WS-INPUT-PERIOD NOT = ZERO
               READ ACCOUNTING-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "PERIOD NOT ON FILE - IT IS OPEN"
                   NOT INVALID KEY
                       IF PERIOD-IS-OPEN
                           DISPLAY "PERIOD IS ALREADY OPEN"
                       ELSE
                           PERFORM SHOW-PERIOD-DETAIL
                           DISPLAY "REOPEN PERIOD " AP-PERIOD
                               " (Y/N)? " WITH NO ADVANCING
                           ACCEPT WS-CONFIRM
                           IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
                               SET PERIOD-IS-OPEN TO TRUE
                               MOVE WS-TODAY TO AP-CLOSED-DATE
                               MOVE WS-OPERATOR-ID TO AP-CLOSED-BY
                               PERFORM SAVE-PERIOD-RECORD
                           ELSE
                               DISPLAY "PERIOD NOT REOPENED"
                           END-IF
                       END-IF
               END-READ
           END-IF.

       PERIOD-INQUIRY.
           PERFORM ACCEPT-PERIOD.
           IF WS-INPUT-PERIOD NOT = ZERO
               READ ACCOUNTING-PERIOD-FILE
                   INVALID KEY
                       DISPLAY "PERIOD NOT ON FILE - IT IS OPEN AND "
                           "NOTHING HAS BEEN EXPORTED"
                   NOT INVALID KEY
                       PERFORM SHOW-PERIOD-DETAIL
               END-READ
           END-IF.

       SHOW-PERIOD-DETAIL.
           PERFORM SET-STATUS-TEXT.
           DISPLAY "PERIOD             : " AP-PERIOD.
           DISPLAY "STATUS             : " WS-STATUS-TEXT.
           IF AP-CLOSED-BY NOT = SPACES
               DISPLAY "LAST STATUS CHANGE : " AP-CLOSED-DATE
                   " BY " AP-CLOSED-BY
           END-IF.
           DISPLAY "GL EXPORT RUNS     : " AP-EXPORT-RUNS.
           DISPLAY "FIRST / LAST EXPORT: " AP-FIRST-EXPORT-DATE
               " / " AP-LAST-EXPORT-DATE.
           DISPLAY "JOURNAL LINES      : " AP-EXPORTED-LINES.
           MOVE AP-EXPORTED-DEBITS TO WS-DISPLAY-TOTAL.
           DISPLAY "DEBITS EXPORTED    : " WS-DISPLAY-TOTAL.
           MOVE AP-EXPORTED-CREDITS TO WS-DISPLAY-TOTAL.
           DISPLAY "CREDITS EXPORTED   : " WS-DISPLAY-TOTAL.

       SET-STATUS-TEXT.
           IF PERIOD-IS-CLOSED
               MOVE "CLOSED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF.

       LIST-ALL-PERIODS.
           MOVE ZERO TO WS-PERIODS-LISTED.
           MOVE ZERO TO AP-PERIOD.
           START ACCOUNTING-PERIOD-FILE KEY IS GREATER THAN OR EQUAL TO
               AP-PERIOD
               INVALID KEY SET END-OF-APF TO TRUE
           END-START.
           IF NOT END-OF-APF
               READ ACCOUNTING-PERIOD-FILE NEXT RECORD
                   AT END SET END-OF-APF TO TRUE
               END-READ
               PERFORM LIST-ONE-PERIOD UNTIL END-OF-APF
           END-IF.
           IF WS-PERIODS-LISTED = ZERO
               DISPLAY "NO PERIODS ON FILE - ALL PERIODS ARE OPEN"
           END-IF.

       LIST-ONE-PERIOD.
           PERFORM SET-STATUS-TEXT.
           MOVE AP-EXPORTED-DEBITS TO WS-DISPLAY-TOTAL.
           DISPLAY AP-PERIOD "  " WS-STATUS-TEXT
               "  RUNS " AP-EXPORT-RUNS
               "  LINES " AP-EXPORTED-LINES
               "  DEBITS " WS-DISPLAY-TOTAL.
           ADD 1 TO WS-PERIODS-LISTED.
           READ ACCOUNTING-PERIOD-FILE NEXT RECORD
               AT END SET END-OF-APF TO TRUE
           END-READ.

       LIST-PERIOD-EXCEPTIONS.
           MOVE ZERO TO WS-EXCEPTIONS-LISTED.
           OPEN INPUT PERIOD-EXCEPTION-FILE.
           IF PX-FILE-STATUS NOT = "00"
               DISPLAY "NO CLOSED-PERIOD EXCEPTIONS ON FILE"
           ELSE
               DISPLAY "RUN DATE PROGRAM  STUDENT     AMOUNT CODE "
                   "REFERENCE  DATED    POSTED  ACTION"
               READ PERIOD-EXCEPTION-FILE
                   AT END SET END-OF-PXF TO TRUE
               END-READ
               PERFORM LIST-ONE-EXCEPTION UNTIL END-OF-PXF
               CLOSE PERIOD-EXCEPTION-FILE
               DISPLAY "EXCEPTIONS LISTED = " WS-EXCEPTIONS-LISTED
           END-IF.

       LIST-ONE-EXCEPTION.
           MOVE PX-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY PX-RUN-DATE " " PX-PROGRAM " " PX-STUDENT-NUMBER
               " " WS-DISPLAY-AMOUNT " " PX-SOURCE-CODE
               " " PX-REFERENCE " " PX-PERIOD-DATE
               " " PX-POSTED-DATE " " PX-ACTION.
           ADD 1 TO WS-EXCEPTIONS-LISTED.
           READ PERIOD-EXCEPTION-FILE
               AT END SET END-OF-PXF TO TRUE
           END-READ.
