                   RECORD KEY IS EN-ENROLL-KEY
                   FILE STATUS IS EN-FILE-STATUS.

               SELECT STUDENT-HOLD-FILE ASSIGN TO "StudHold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-HOLD-KEY
                   FILE STATUS IS HD-FILE-STATUS.

               SELECT ROLLOVER-REJECT-FILE ASSIGN TO "RolloverRej.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 EN-TERM-CODE         PIC X(6).
               02 EN-ENROLL-DATE       PIC 9(8).

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               02 HD-HOLD-KEY.
                   03 HD-STUDENT-NUMBER    PIC 9(7).
                   03 HD-HOLD-TYPE         PIC X(4).
               02 HD-HOLD-REASON       PIC X(30).
               02 HD-PLACED-DATE       PIC 9(8).
               02 HD-PLACED-BY         PIC X(8).

           FD ROLLOVER-REJECT-FILE.
           01 RR-RECORD.
               02 RR-STUDENT-NUMBER    PIC 9(7).
               02 RR-STUDENT-NAME      PIC X(30).
               02 RR-REASON-CODE       PIC X(4).
               02 RR-REASON-TEXT       PIC X(30).
               02 RR-OLD-TERM-CODE     PIC X(6).
               02 RR-NEW-TERM-CODE     PIC X(6).
               02 RR-REJECT-DATE       PIC 9(8).

           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
               88 FEE-FILE-IS-PRESENT VALUE "Y".
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".
           01 WS-HOLD-STATE PIC X.
               88 STUDENT-IS-HELD VALUE "Y".
               88 STUDENT-NOT-HELD VALUE "N".
           01 WS-EFFECTIVE-FEE PIC 9(4).
           01 WS-NEW-FEES-TOTAL PIC S9(6).
           01 WS-ENROLL-MATCHES PIC 9(2).
           01 WS-RECORDS-ROLLED PIC 9(8) VALUE ZERO.
           01 WS-RECORDS-ALREADY-ROLLED PIC 9(8) VALUE ZERO.
           01 WS-RECORDS-IN-ERROR PIC 9(8) VALUE ZERO.
           01 WS-RECORDS-ON-HOLD PIC 9(8) VALUE ZERO.

           01 WS-BEFORE-TOTALS.
               02 WS-BEF-FEES-OWED     PIC 9(9) VALUE ZERO.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN OUTPUT ROLLOVER-REPORT-FILE.
           OPEN OUTPUT ROLLOVER-REJECT-FILE.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               CLOSE STUDENT-HOLD-FILE
           END-IF.
           CLOSE ROLLOVER-REJECT-FILE.

           PERFORM PRINT-CONTROL-REPORT.
           CLOSE ROLLOVER-REPORT-FILE.
               DISPLAY "  HELD - TERM NOT YET ENDED = "
                   WS-RECORDS-TERM-OPEN
           END-IF.
           IF WS-RECORDS-ON-HOLD IS GREATER THAN ZERO
               DISPLAY "  REFUSED - FINANCIAL HOLD = "
                   WS-RECORDS-ON-HOLD " - SEE RolloverRej.dat"
           END-IF.

           STOP RUN.

           END-READ.

       ROLL-ELIGIBLE-RECORD.
           PERFORM CHECK-STUDENT-HOLDS.
           IF STUDENT-IS-HELD
               PERFORM WRITE-HOLD-REJECT
               ADD 1 TO WS-RECORDS-ON-HOLD
               PERFORM ACCUMULATE-AFTER-TOTALS
           ELSE
               PERFORM ROLL-STUDENT-FORWARD
           END-IF.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       CHECK-STUDENT-HOLDS.
           SET STUDENT-NOT-HELD TO TRUE.
           IF HOLD-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER
               MOVE SPACES TO HD-HOLD-TYPE
               START STUDENT-HOLD-FILE
                   KEY IS GREATER THAN OR EQUAL TO HD-HOLD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STUDENT-HOLD-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF HD-STUDENT-NUMBER = SM-STUDENT-NUMBER
                                   SET STUDENT-IS-HELD TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       WRITE-HOLD-REJECT.
           MOVE SM-STUDENT-NUMBER TO RR-STUDENT-NUMBER.
           MOVE SM-STUDENT-NAME TO RR-STUDENT-NAME.
           MOVE "HOLD" TO RR-REASON-CODE.
           MOVE HD-HOLD-REASON TO RR-REASON-TEXT.
           MOVE SM-TERM-CODE TO RR-OLD-TERM-CODE.
           MOVE WS-NEW-TERM-CODE TO RR-NEW-TERM-CODE.
           MOVE WS-RUN-DATE TO RR-REJECT-DATE.
           WRITE RR-RECORD.

       ROLL-STUDENT-FORWARD.
           ADD SM-FEES-OWED SM-PRIOR-FEES-OWED
               GIVING WS-NEW-PRIOR-FEES.
           ADD SM-AMOUNT-PAID SM-PRIOR-AMOUNT-PAID
               END-IF
           END-IF.

       GET-NEW-TERM-FEES.
           MOVE ZERO TO WS-NEW-FEES-TOTAL.
           MOVE ZERO TO WS-ENROLL-MATCHES.
           MOVE WS-RECORDS-TERM-OPEN TO WS-CT-COUNT.
           MOVE WS-COUNT-LINE TO RO-PRINT-LINE.
           WRITE RO-PRINT-LINE.
           MOVE "REFUSED - FINANCIAL HOLD" TO WS-CT-CAPTION.
           MOVE WS-RECORDS-ON-HOLD TO WS-CT-COUNT.
           MOVE WS-COUNT-LINE TO RO-PRINT-LINE.
           WRITE RO-PRINT-LINE.
           MOVE SPACES TO RO-PRINT-LINE.
           WRITE RO-PRINT-LINE.

