                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BS-FILE-STATUS.

               SELECT STUDENT-MERGE-FILE ASSIGN TO "StudMerge.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MG-LOSING-NUMBER
                   FILE STATUS IS MG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD BANK-TRANSACTION-FILE.
           01 BS-RECORD.
               02 BS-LAST-RECEIPT      PIC 9(8).

           FD STUDENT-MERGE-FILE.
           01 MG-RECORD.
               02 MG-LOSING-NUMBER     PIC 9(7).
               02 MG-SURVIVING-NUMBER  PIC 9(7).
               02 MG-LOSING-NAME       PIC X(30).
               02 MG-MERGE-DATE        PIC 9(8).
               02 MG-MERGED-BY         PIC X(8).
               02 MG-FEES-MOVED        PIC 9(4).
               02 MG-PAID-MOVED        PIC 9(4)V99.
               02 MG-PRIOR-FEES-MOVED  PIC 9(4).
               02 MG-PRIOR-PAID-MOVED  PIC 9(4)V99.
               02 MG-PAYMENTS-MOVED    PIC 9(4).
               02 MG-ADJUSTMENTS-MOVED PIC 9(4).
               02 MG-INSTALLMENTS-MOVED PIC 9(2).
               02 MG-ENROLLMENTS-MOVED PIC 9(2).
               02 MG-SEATS-RELEASED    PIC 9(2).


           WORKING-STORAGE SECTION.
           01 BT-FILE-STATUS PIC XX.
           01 SM-FILE-STATUS PIC XX.
           01 BS-FILE-STATUS PIC XX.
           01 MG-FILE-STATUS PIC XX.
           01 WS-MERGE-FILE-PRESENT PIC X VALUE "N".
               88 MERGE-FILE-IS-PRESENT VALUE "Y".
           01 WS-MATCH-STATE PIC X.
               88 TRANSFER-IS-MATCHED VALUE "Y".
               88 TRANSFER-IS-UNMATCHED VALUE "N".
           01 WS-TRANSFERS-READ PIC 9(6) VALUE ZERO.
           01 WS-TRANSFERS-MATCHED PIC 9(6) VALUE ZERO.
           01 WS-TRANSFERS-UNMATCHED PIC 9(6) VALUE ZERO.
           01 WS-TRANSFERS-REDIRECTED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-MATCHED PIC 9(8)V99 VALUE ZERO.
           01 WS-TOTAL-UNMATCHED PIC 9(8)V99 VALUE ZERO.

                   SM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MERGE-FILE.
           IF MG-FILE-STATUS = "00"
               SET MERGE-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN EXTEND STUDENT-PAYMENTS-FILE.
           OPEN OUTPUT BANK-EXCEPTION-FILE.


           CLOSE BANK-TRANSACTION-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF MERGE-FILE-IS-PRESENT
               CLOSE STUDENT-MERGE-FILE
           END-IF.
           CLOSE STUDENT-PAYMENTS-FILE.
           CLOSE BANK-EXCEPTION-FILE.

           DISPLAY "  TRANSFERS READ    = " WS-TRANSFERS-READ.
           DISPLAY "  MATCHED           = " WS-TRANSFERS-MATCHED
               " VALUE " WS-TOTAL-MATCHED.
           DISPLAY "  VIA MERGED NUMBER = " WS-TRANSFERS-REDIRECTED.
           DISPLAY "  UNMATCHED         = " WS-TRANSFERS-UNMATCHED
               " VALUE " WS-TOTAL-UNMATCHED
               " - SEE BankExcep.dat".
                   SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       PERFORM MATCH-ON-MERGED-NUMBER
                   NOT INVALID KEY
                       SET TRANSFER-IS-MATCHED TO TRUE
               END-READ
           END-IF.

       MATCH-ON-MERGED-NUMBER.
           IF MERGE-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO MG-LOSING-NUMBER
               READ STUDENT-MERGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MG-SURVIVING-NUMBER TO SM-STUDENT-NUMBER
                       READ STUDENT-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET TRANSFER-IS-MATCHED TO TRUE
                               ADD 1 TO WS-TRANSFERS-REDIRECTED
                       END-READ
               END-READ
           END-IF.

       MATCH-ON-PAYER-NAME.
           MOVE BT-PAYER-NAME TO SM-STUDENT-NAME.
           READ STUDENT-MASTER-FILE KEY IS SM-STUDENT-NAME
