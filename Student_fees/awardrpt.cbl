       IDENTIFICATION DIVISION.
       PROGRAM-ID. awardrpt.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-FILE ASSIGN TO "Award.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-AWARD-KEY
                   FILE STATUS IS AW-FILE-STATUS.

               SELECT AWARD-SORTED-FILE ASSIGN TO "AwardSort.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT FUND-REPORT-FILE ASSIGN TO "AwardFund.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT WORK-FILE ASSIGN TO "work.tmp".

       DATA DIVISION.
           FILE SECTION.
           FD AWARD-FILE.
           01 AW-RECORD.
               02 AW-AWARD-KEY.
                   03 AW-STUDENT-NUMBER    PIC 9(7).
                   03 AW-FUND-CODE         PIC X(6).
                   03 AW-TERM-CODE         PIC X(6).
               02 AW-AWARD-AMOUNT      PIC 9(4).
               02 AW-DISBURSE-DATE     PIC 9(8).
               02 AW-AWARD-STATUS      PIC X(1).
               02 AW-DISBURSED-AMOUNT  PIC 9(4).
               02 AW-DISBURSED-DATE    PIC 9(8).
               02 AW-CANCELLED-AMOUNT  PIC 9(4).
               02 AW-CLAWBACK-AMOUNT   PIC 9(4).
               02 AW-CLOSED-DATE       PIC 9(8).
               02 AW-ENTERED-BY        PIC X(8).
               02 AW-HOLD-REASON       PIC X(30).

           SD WORK-FILE.
           01 WF-RECORD.
               02 WF-STUDENT-NUMBER    PIC 9(7).
               02 WF-FUND-CODE         PIC X(6).
               02 WF-TERM-CODE         PIC X(6).
               02 FILLER               PIC X(79).

           FD AWARD-SORTED-FILE.
           01 AS-RECORD.
               88 END-OF-ASF VALUE HIGH-VALUE.
               02 AS-STUDENT-NUMBER    PIC 9(7).
               02 AS-FUND-CODE         PIC X(6).
               02 AS-TERM-CODE         PIC X(6).
               02 AS-AWARD-AMOUNT      PIC 9(4).
               02 AS-DISBURSE-DATE     PIC 9(8).
               02 AS-AWARD-STATUS      PIC X(1).
                   88 AWARD-IS-PENDING     VALUE "P".
                   88 AWARD-IS-DISBURSED   VALUE "D".
                   88 AWARD-IS-CANCELLED   VALUE "C".
                   88 AWARD-IS-CLAWED-BACK VALUE "K".
               02 AS-DISBURSED-AMOUNT  PIC 9(4).
               02 AS-DISBURSED-DATE    PIC 9(8).
               02 AS-CANCELLED-AMOUNT  PIC 9(4).
               02 AS-CLAWBACK-AMOUNT   PIC 9(4).
               02 AS-CLOSED-DATE       PIC 9(8).
               02 AS-ENTERED-BY        PIC X(8).
               02 AS-HOLD-REASON       PIC X(30).

           FD FUND-REPORT-FILE.
           01 FR-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 AW-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PRIOR-FUND PIC X(6) VALUE SPACES.
           01 WS-FUND-COUNT PIC 9(6).
           01 WS-FUND-TOTALS.
               02 WS-FUND-AWARDED      PIC 9(8).
               02 WS-FUND-DISBURSED    PIC 9(8).
               02 WS-FUND-CANCELLED    PIC 9(8).
               02 WS-FUND-CLAWED-BACK  PIC 9(8).
           01 WS-GRAND-COUNT PIC 9(6) VALUE ZERO.
           01 WS-GRAND-TOTALS.
               02 WS-GRAND-AWARDED     PIC 9(8) VALUE ZERO.
               02 WS-GRAND-DISBURSED   PIC 9(8) VALUE ZERO.
               02 WS-GRAND-CANCELLED   PIC 9(8) VALUE ZERO.
               02 WS-GRAND-CLAWED-BACK PIC 9(8) VALUE ZERO.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(22) VALUE SPACES.
               02 FILLER               PIC X(30)
                   VALUE "BURSARY  FUND  REPORT".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).

           01 WS-FUND-LINE.
               02 FILLER               PIC X(6) VALUE "FUND: ".
               02 WS-FL-FUND           PIC X(6).

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(40)
                   VALUE "  STUDENT  TERM    STATUS        AWARDED".
               02 FILLER               PIC X(36)
                   VALUE "  DISBURSED  CANCELLED  CLAWED BACK".

           01 WS-DETAIL-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-STUDENT        PIC 9(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-TERM           PIC X(6).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-STATUS         PIC X(11).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DT-AWARDED        PIC $$,$$9.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 WS-DT-DISBURSED      PIC $$,$$9.
               02 FILLER               PIC X(4) VALUE SPACES.
               02 WS-DT-CANCELLED      PIC $$,$$9.
               02 FILLER               PIC X(6) VALUE SPACES.
               02 WS-DT-CLAWED-BACK    PIC $$,$$9.

           01 WS-TOTAL-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-TL-LABEL          PIC X(12).
               02 WS-TL-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-AWARDED        PIC $$,$$$,$$9.
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-DISBURSED      PIC $$,$$$,$$9.
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-CANCELLED      PIC $$,$$$,$$9.
               02 FILLER               PIC X(3) VALUE SPACES.
               02 WS-TL-CLAWED-BACK    PIC $$,$$$,$$9.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT AWARD-FILE.
           IF AW-FILE-STATUS NOT = "00"
               DISPLAY "NO AWARD FILE, FS = " AW-FILE-STATUS
               DISPLAY "RUN award TO RECORD AWARDS FIRST"
               STOP RUN
           END-IF.
           CLOSE AWARD-FILE.

           SORT WORK-FILE ON ASCENDING WF-FUND-CODE
               ASCENDING WF-TERM-CODE ASCENDING WF-STUDENT-NUMBER
               USING AWARD-FILE
               GIVING AWARD-SORTED-FILE.

           OPEN INPUT AWARD-SORTED-FILE.
           OPEN OUTPUT FUND-REPORT-FILE.

           MOVE WS-HEADING-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-DATE-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.

           READ AWARD-SORTED-FILE
               AT END SET END-OF-ASF TO TRUE
           END-READ.

           PERFORM PRINT-AWARD-LINE UNTIL END-OF-ASF.

           IF WS-PRIOR-FUND NOT = SPACES
               PERFORM PRINT-FUND-TOTAL
           END-IF.

           MOVE SPACES TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE "ALL FUNDS   " TO WS-TL-LABEL.
           MOVE WS-GRAND-COUNT TO WS-TL-COUNT.
           MOVE WS-GRAND-AWARDED TO WS-TL-AWARDED.
           MOVE WS-GRAND-DISBURSED TO WS-TL-DISBURSED.
           MOVE WS-GRAND-CANCELLED TO WS-TL-CANCELLED.
           MOVE WS-GRAND-CLAWED-BACK TO WS-TL-CLAWED-BACK.
           MOVE WS-TOTAL-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.

           CLOSE AWARD-SORTED-FILE.
           CLOSE FUND-REPORT-FILE.

           MOVE "AwardFund.rpt" TO WS-KEEP-NAME.
           MOVE "AWARDRPT" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "BURSARY FUND REPORT COMPLETE".
           DISPLAY "  AWARDS      = " WS-GRAND-COUNT.
           DISPLAY "  AWARDED     = " WS-GRAND-AWARDED.
           DISPLAY "  DISBURSED   = " WS-GRAND-DISBURSED.
           DISPLAY "  CANCELLED   = " WS-GRAND-CANCELLED.
           DISPLAY "  CLAWED BACK = " WS-GRAND-CLAWED-BACK.

           STOP RUN.


       PRINT-AWARD-LINE.
           IF AS-FUND-CODE NOT = WS-PRIOR-FUND
               IF WS-PRIOR-FUND NOT = SPACES
                   PERFORM PRINT-FUND-TOTAL
               END-IF
               PERFORM START-NEW-FUND
           END-IF.
           EVALUATE TRUE
               WHEN AWARD-IS-PENDING
                   MOVE "PENDING" TO WS-DT-STATUS
               WHEN AWARD-IS-DISBURSED
                   MOVE "DISBURSED" TO WS-DT-STATUS
               WHEN AWARD-IS-CANCELLED
                   MOVE "CANCELLED" TO WS-DT-STATUS
               WHEN AWARD-IS-CLAWED-BACK
                   MOVE "CLAWED BACK" TO WS-DT-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-DT-STATUS
           END-EVALUATE.
           MOVE AS-STUDENT-NUMBER TO WS-DT-STUDENT.
           MOVE AS-TERM-CODE TO WS-DT-TERM.
           MOVE AS-AWARD-AMOUNT TO WS-DT-AWARDED.
           MOVE AS-DISBURSED-AMOUNT TO WS-DT-DISBURSED.
           MOVE AS-CANCELLED-AMOUNT TO WS-DT-CANCELLED.
           MOVE AS-CLAWBACK-AMOUNT TO WS-DT-CLAWED-BACK.
           MOVE WS-DETAIL-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           ADD 1 TO WS-FUND-COUNT.
           ADD AS-AWARD-AMOUNT TO WS-FUND-AWARDED.
           ADD AS-DISBURSED-AMOUNT TO WS-FUND-DISBURSED.
           ADD AS-CANCELLED-AMOUNT TO WS-FUND-CANCELLED.
           ADD AS-CLAWBACK-AMOUNT TO WS-FUND-CLAWED-BACK.
           READ AWARD-SORTED-FILE
               AT END SET END-OF-ASF TO TRUE
           END-READ.

       START-NEW-FUND.
           MOVE AS-FUND-CODE TO WS-PRIOR-FUND.
           MOVE ZERO TO WS-FUND-COUNT.
           MOVE ZERO TO WS-FUND-TOTALS.
           MOVE SPACES TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE AS-FUND-CODE TO WS-FL-FUND.
           MOVE WS-FUND-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.

       PRINT-FUND-TOTAL.
           MOVE "FUND TOTAL  " TO WS-TL-LABEL.
           MOVE WS-FUND-COUNT TO WS-TL-COUNT.
           MOVE WS-FUND-AWARDED TO WS-TL-AWARDED.
           MOVE WS-FUND-DISBURSED TO WS-TL-DISBURSED.
           MOVE WS-FUND-CANCELLED TO WS-TL-CANCELLED.
           MOVE WS-FUND-CLAWED-BACK TO WS-TL-CLAWED-BACK.
           MOVE WS-TOTAL-LINE TO FR-PRINT-LINE.
           WRITE FR-PRINT-LINE.
           ADD WS-FUND-COUNT TO WS-GRAND-COUNT.
           ADD WS-FUND-AWARDED TO WS-GRAND-AWARDED.
           ADD WS-FUND-DISBURSED TO WS-GRAND-DISBURSED.
           ADD WS-FUND-CANCELLED TO WS-GRAND-CANCELLED.
           ADD WS-FUND-CLAWED-BACK TO WS-GRAND-CLAWED-BACK.
