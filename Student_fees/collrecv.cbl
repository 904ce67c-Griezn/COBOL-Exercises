       IDENTIFICATION DIVISION.
       PROGRAM-ID. collrecv.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AGENCY-RETURN-FILE ASSIGN TO "AgencyRecov.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CR-FILE-STATUS.

               SELECT AGENCY-REJECT-FILE ASSIGN TO "AgencyRej.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS SM-FILE-STATUS.

               SELECT COLLECTION-PLACEMENT-FILE ASSIGN TO
                   "CollPlace.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-STUDENT-NUMBER
                   FILE STATUS IS CP-FILE-STATUS.

               SELECT STUDENT-PAYMENTS-FILE ASSIGN TO "StudPay.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT WRITE-OFF-REGISTER-FILE ASSIGN TO "WriteOff.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "WriteOff.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AGENCY-SEQUENCE-FILE ASSIGN TO "AgencySeq.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AGENCY-RETURN-FILE.
           01 CR-RECORD.
               88 END-OF-CRF VALUE HIGH-VALUE.
               02 CR-STUDENT-NUMBER    PIC 9(7).
               02 CR-RETURN-TYPE       PIC X(1).
                   88 RETURN-IS-RECOVERY VALUE "P".
                   88 RETURN-IS-UNCOLLECTABLE VALUE "U".
               02 CR-GROSS-AMOUNT      PIC 9(4)V99.
               02 CR-COMMISSION        PIC 9(4)V99.
               02 CR-AGENCY-REF        PIC X(12).
               02 CR-RETURN-DATE       PIC 9(8).

           FD AGENCY-REJECT-FILE.
           01 CRR-RECORD.
               02 CRR-STUDENT-NUMBER   PIC 9(7).
               02 CRR-RETURN-TYPE      PIC X(1).
               02 CRR-GROSS-AMOUNT     PIC 9(4)V99.
               02 CRR-COMMISSION       PIC 9(4)V99.
               02 CRR-AGENCY-REF       PIC X(12).
               02 CRR-RETURN-DATE      PIC 9(8).
               02 CRR-REASON           PIC X(30).
               02 CRR-REJECT-DATE      PIC 9(8).

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

           FD STUDENT-PAYMENTS-FILE.
           01 SP-RECORD.
               02 SP-STUDENT-NUMBER    PIC 9(7).
               02 SP-PAYMENT           PIC 9(4)V99.
               02 SP-PAYMENT-METHOD    PIC X(4).
               02 SP-RECEIPT-NUMBER    PIC 9(8).
               02 SP-TERM-CODE         PIC X(6).

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

           FD WRITE-OFF-REGISTER-FILE.
           01 WO-RECORD.
               02 WO-STUDENT-NUMBER    PIC 9(7).
               02 WO-STUDENT-NAME      PIC X(30).
               02 WO-PLACED-DATE       PIC 9(8).
               02 WO-PLACED-AMOUNT     PIC 9(5)V99.
               02 WO-RECOVERED-GROSS   PIC 9(5)V99.
               02 WO-AMOUNT-WRITTEN-OFF PIC 9(5)V99.
               02 WO-AGENCY-REF        PIC X(12).
               02 WO-RETURN-DATE       PIC 9(8).
               02 WO-RUN-DATE          PIC 9(8).

           FD WRITE-OFF-REPORT-FILE.
           01 WR-PRINT-LINE            PIC X(80).

           FD AGENCY-SEQUENCE-FILE.
           01 AS-RECORD.
               02 AS-LAST-RECEIPT      PIC 9(8).


           WORKING-STORAGE SECTION.
           01 CR-FILE-STATUS PIC XX.
           01 SM-FILE-STATUS PIC XX.
           01 CP-FILE-STATUS PIC XX.
           01 AS-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-VALID-RETURN PIC X.
               88 RETURN-IS-VALID VALUE "Y".
               88 RETURN-IS-INVALID VALUE "N".
           01 WS-RECEIPT-NUMBER PIC 9(8) VALUE ZERO.
           01 WS-WRITE-OFF-AUTHORISER PIC X(8) VALUE "COLLECT".
           01 WS-NET-AMOUNT PIC S9(5)V99.
           01 WS-PRIOR-SHARE PIC S9(5)V99.
           01 WS-CURRENT-SHARE PIC S9(5)V99.
           01 WS-PRIOR-OUTSTANDING PIC S9(5)V99.
           01 WS-CURRENT-OUTSTANDING PIC S9(5)V99.
           01 WS-PRIOR-WRITE-OFF PIC 9(5).
           01 WS-CURRENT-WRITE-OFF PIC 9(5).
           01 WS-STUDENT-WRITE-OFF PIC 9(5)V99.
           01 WS-RETURNS-READ PIC 9(6) VALUE ZERO.
           01 WS-RECOVERIES-POSTED PIC 9(6) VALUE ZERO.
           01 WS-ACCOUNTS-WRITTEN-OFF PIC 9(6) VALUE ZERO.
           01 WS-PLACEMENTS-CLOSED PIC 9(6) VALUE ZERO.
           01 WS-RETURNS-REJECTED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-GROSS PIC 9(8)V99 VALUE ZERO.
           01 WS-TOTAL-COMMISSION PIC 9(8)V99 VALUE ZERO.
           01 WS-TOTAL-NET PIC 9(8)V99 VALUE ZERO.
           01 WS-TOTAL-WRITTEN-OFF PIC 9(8)V99 VALUE ZERO.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(22) VALUE SPACES.
               02 FILLER               PIC X(30)
                   VALUE "BAD  DEBT  WRITE-OFF  LIST".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(9) VALUE "STUDENT".
               02 FILLER               PIC X(26) VALUE "NAME".
               02 FILLER               PIC X(10) VALUE "PLACED".
               02 FILLER               PIC X(14) VALUE "AGENCY REF".
               02 FILLER               PIC X(14)
                   VALUE "   WRITTEN OFF".

           01 WS-DETAIL-LINE.
               02 WS-DT-STUDENT        PIC 9(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-NAME           PIC X(24).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-PLACED-DATE    PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-AGENCY-REF     PIC X(12).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-AMOUNT         PIC $$$,$$9.99.

           01 WS-TOTAL-LINE.
               02 FILLER               PIC X(22)
                   VALUE "ACCOUNTS WRITTEN OFF =".
               02 WS-TL-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(10) VALUE "   VALUE =".
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-AMOUNT         PIC $$,$$$,$$9.99.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "COLLRECV" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - AGENCY RETURN RUN NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN INPUT AGENCY-RETURN-FILE.
           IF CR-FILE-STATUS NOT = "00"
               DISPLAY "NO AGENCY RETURN FILE, FS = " CR-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               CLOSE AGENCY-RETURN-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O COLLECTION-PLACEMENT-FILE.
           IF CP-FILE-STATUS NOT = "00"
               DISPLAY "NO PLACEMENT FILE, FS = " CP-FILE-STATUS
               DISPLAY "RUN collect TO PLACE ACCOUNTS FIRST"
               CLOSE AGENCY-RETURN-FILE
               CLOSE STUDENT-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           PERFORM READ-AGENCY-SEQUENCE.

           OPEN EXTEND AGENCY-REJECT-FILE.
           OPEN EXTEND STUDENT-PAYMENTS-FILE.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           OPEN EXTEND WRITE-OFF-REGISTER-FILE.
           OPEN OUTPUT WRITE-OFF-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.

           READ AGENCY-RETURN-FILE
               AT END SET END-OF-CRF TO TRUE
           END-READ.

           PERFORM PROCESS-AGENCY-RETURN UNTIL END-OF-CRF.

           MOVE SPACES TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.
           MOVE WS-ACCOUNTS-WRITTEN-OFF TO WS-TL-COUNT.
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.

           CLOSE AGENCY-RETURN-FILE.
           CLOSE AGENCY-REJECT-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE COLLECTION-PLACEMENT-FILE.
           CLOSE STUDENT-PAYMENTS-FILE.
           CLOSE ADJUSTMENT-LOG-FILE.
           CLOSE WRITE-OFF-REGISTER-FILE.
           CLOSE WRITE-OFF-REPORT-FILE.

           PERFORM SAVE-AGENCY-SEQUENCE.

           MOVE "WriteOff.rpt" TO WS-KEEP-NAME.
           MOVE "COLLRECV" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "AGENCY RETURN RUN COMPLETE - RETURNS READ = "
               WS-RETURNS-READ.
           DISPLAY "  RECOVERIES POSTED = " WS-RECOVERIES-POSTED
               " GROSS " WS-TOTAL-GROSS.
           DISPLAY "  LESS COMMISSION   = " WS-TOTAL-COMMISSION
               " NET TO StudPay.dat " WS-TOTAL-NET.
           DISPLAY "  PLACEMENTS CLOSED = " WS-PLACEMENTS-CLOSED
               " - RECOVERED IN FULL".
           DISPLAY "  WRITTEN OFF       = " WS-ACCOUNTS-WRITTEN-OFF
               " VALUE " WS-TOTAL-WRITTEN-OFF
               " - SEE WriteOff.rpt".
           IF WS-RETURNS-REJECTED IS GREATER THAN ZERO
               DISPLAY "  REJECTED          = " WS-RETURNS-REJECTED
                   " - SEE AgencyRej.dat"
           END-IF.
           DISPLAY "RUN update TO POST StudPay.dat TO THE MASTER".

           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       READ-AGENCY-SEQUENCE.
           MOVE ZERO TO WS-RECEIPT-NUMBER.
           OPEN INPUT AGENCY-SEQUENCE-FILE.
           IF AS-FILE-STATUS = "00"
               READ AGENCY-SEQUENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE AS-LAST-RECEIPT TO WS-RECEIPT-NUMBER
               END-READ
               CLOSE AGENCY-SEQUENCE-FILE
           END-IF.

       SAVE-AGENCY-SEQUENCE.
           OPEN OUTPUT AGENCY-SEQUENCE-FILE.
           MOVE WS-RECEIPT-NUMBER TO AS-LAST-RECEIPT.
           WRITE AS-RECORD.
           CLOSE AGENCY-SEQUENCE-FILE.

       PRINT-REPORT-HEADING.
           MOVE WS-HEADING-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-DATE-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.

       PROCESS-AGENCY-RETURN.
           ADD 1 TO WS-RETURNS-READ.
           PERFORM VALIDATE-AGENCY-RETURN.
           IF RETURN-IS-VALID
               IF RETURN-IS-RECOVERY
                   PERFORM POST-AGENCY-RECOVERY
               ELSE
                   PERFORM WRITE-OFF-ACCOUNT
               END-IF
           END-IF.
           READ AGENCY-RETURN-FILE
               AT END SET END-OF-CRF TO TRUE
           END-READ.

       VALIDATE-AGENCY-RETURN.
           SET RETURN-IS-VALID TO TRUE.
           IF NOT RETURN-IS-RECOVERY AND NOT RETURN-IS-UNCOLLECTABLE
               SET RETURN-IS-INVALID TO TRUE
               MOVE "INVALID RETURN TYPE" TO WS-REJECT-REASON
               PERFORM WRITE-AGENCY-REJECT
           ELSE
               MOVE CR-STUDENT-NUMBER TO CP-STUDENT-NUMBER
               READ COLLECTION-PLACEMENT-FILE
                   INVALID KEY
                       SET RETURN-IS-INVALID TO TRUE
                       MOVE "ACCOUNT NOT PLACED" TO WS-REJECT-REASON
                       PERFORM WRITE-AGENCY-REJECT
               END-READ
           END-IF.
           IF RETURN-IS-VALID AND NOT PLACEMENT-IS-ACTIVE
               SET RETURN-IS-INVALID TO TRUE
               MOVE "PLACEMENT ALREADY CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-AGENCY-REJECT
           END-IF.
           IF RETURN-IS-VALID AND RETURN-IS-RECOVERY
               IF CR-GROSS-AMOUNT IS NOT GREATER THAN CR-COMMISSION
                   SET RETURN-IS-INVALID TO TRUE
                   MOVE "NO NET AMOUNT AFTER COMMISSION" TO
                       WS-REJECT-REASON
                   PERFORM WRITE-AGENCY-REJECT
               END-IF
           END-IF.
           IF RETURN-IS-VALID
               MOVE CR-STUDENT-NUMBER TO SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       SET RETURN-IS-INVALID TO TRUE
                       MOVE "NO MATCHING MASTER RECORD" TO
                           WS-REJECT-REASON
                       PERFORM WRITE-AGENCY-REJECT
               END-READ
           END-IF.

       COMPUTE-OPEN-BALANCES.
           SUBTRACT SM-PRIOR-AMOUNT-PAID FROM SM-PRIOR-FEES-OWED
               GIVING WS-PRIOR-OUTSTANDING.
           SUBTRACT SM-AMOUNT-PAID FROM SM-FEES-OWED
               GIVING WS-CURRENT-OUTSTANDING.
           IF CP-RUN-DATE = WS-RUN-DATE
               IF CP-RUN-NET IS GREATER THAN WS-PRIOR-OUTSTANDING
                   AND WS-PRIOR-OUTSTANDING IS GREATER THAN ZERO
                   COMPUTE WS-CURRENT-OUTSTANDING =
                       WS-CURRENT-OUTSTANDING
                       - (CP-RUN-NET - WS-PRIOR-OUTSTANDING)
                   MOVE ZERO TO WS-PRIOR-OUTSTANDING
               ELSE
                   IF WS-PRIOR-OUTSTANDING IS GREATER THAN ZERO
                       SUBTRACT CP-RUN-NET FROM WS-PRIOR-OUTSTANDING
                   ELSE
                       SUBTRACT CP-RUN-NET FROM
                           WS-CURRENT-OUTSTANDING
                   END-IF
               END-IF
           END-IF.
           IF WS-PRIOR-OUTSTANDING IS LESS THAN ZERO
               MOVE ZERO TO WS-PRIOR-OUTSTANDING
           END-IF.
           IF WS-CURRENT-OUTSTANDING IS LESS THAN ZERO
               MOVE ZERO TO WS-CURRENT-OUTSTANDING
           END-IF.

       POST-AGENCY-RECOVERY.
           PERFORM COMPUTE-OPEN-BALANCES.
           SUBTRACT CR-COMMISSION FROM CR-GROSS-AMOUNT
               GIVING WS-NET-AMOUNT.
           IF WS-NET-AMOUNT IS GREATER THAN WS-PRIOR-OUTSTANDING
               MOVE WS-PRIOR-OUTSTANDING TO WS-PRIOR-SHARE
           ELSE
               MOVE WS-NET-AMOUNT TO WS-PRIOR-SHARE
           END-IF.
           SUBTRACT WS-PRIOR-SHARE FROM WS-NET-AMOUNT
               GIVING WS-CURRENT-SHARE.
           IF WS-PRIOR-SHARE IS GREATER THAN ZERO
               MOVE WS-PRIOR-SHARE TO SP-PAYMENT
               MOVE "PRIOR " TO SP-TERM-CODE
               PERFORM WRITE-RECOVERY-PAYMENT
           END-IF.
           IF WS-CURRENT-SHARE IS GREATER THAN ZERO
               MOVE WS-CURRENT-SHARE TO SP-PAYMENT
               MOVE SM-TERM-CODE TO SP-TERM-CODE
               PERFORM WRITE-RECOVERY-PAYMENT
           END-IF.
           ADD CR-GROSS-AMOUNT TO CP-RECOVERED-GROSS.
           ADD CR-COMMISSION TO CP-COMMISSION.
           IF CP-RUN-DATE NOT = WS-RUN-DATE
               MOVE WS-RUN-DATE TO CP-RUN-DATE
               MOVE ZERO TO CP-RUN-NET
           END-IF.
           ADD WS-NET-AMOUNT TO CP-RUN-NET.
           IF WS-NET-AMOUNT IS NOT LESS THAN
               WS-PRIOR-OUTSTANDING + WS-CURRENT-OUTSTANDING
               SET PLACEMENT-IS-CLOSED TO TRUE
               MOVE WS-RUN-DATE TO CP-CLOSED-DATE
               ADD 1 TO WS-PLACEMENTS-CLOSED
           END-IF.
           PERFORM REWRITE-PLACEMENT.
           ADD 1 TO WS-RECOVERIES-POSTED.
           ADD CR-GROSS-AMOUNT TO WS-TOTAL-GROSS.
           ADD CR-COMMISSION TO WS-TOTAL-COMMISSION.
           ADD WS-NET-AMOUNT TO WS-TOTAL-NET.

       WRITE-RECOVERY-PAYMENT.
           ADD 1 TO WS-RECEIPT-NUMBER.
           MOVE CR-STUDENT-NUMBER TO SP-STUDENT-NUMBER.
           MOVE "AGCY" TO SP-PAYMENT-METHOD.
           MOVE WS-RECEIPT-NUMBER TO SP-RECEIPT-NUMBER.
           WRITE SP-RECORD.

       WRITE-OFF-ACCOUNT.
           PERFORM COMPUTE-OPEN-BALANCES.
           MOVE WS-PRIOR-OUTSTANDING TO WS-PRIOR-WRITE-OFF.
           MOVE WS-CURRENT-OUTSTANDING TO WS-CURRENT-WRITE-OFF.
           SUBTRACT WS-PRIOR-WRITE-OFF FROM SM-PRIOR-FEES-OWED.
           SUBTRACT WS-CURRENT-WRITE-OFF FROM SM-FEES-OWED.
           ADD WS-PRIOR-WRITE-OFF WS-CURRENT-WRITE-OFF
               GIVING WS-STUDENT-WRITE-OFF.
           REWRITE SM-RECORD
               INVALID KEY
                   DISPLAY "Not updated, invalid key! FS = "
                       SM-FILE-STATUS
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM WRITE-AGENCY-REJECT
               NOT INVALID KEY
                   IF WS-PRIOR-WRITE-OFF IS GREATER THAN ZERO
                       COMPUTE AJL-ADJUSTMENT =
                           ZERO - WS-PRIOR-WRITE-OFF
                       MOVE SM-PRIOR-FEES-OWED TO AJL-RESULTING-FEES
                       MOVE "PRIOR " TO AJL-TERM-CODE
                       PERFORM WRITE-WRITE-OFF-LOG
                   END-IF
                   IF WS-CURRENT-WRITE-OFF IS GREATER THAN ZERO
                       COMPUTE AJL-ADJUSTMENT =
                           ZERO - WS-CURRENT-WRITE-OFF
                       MOVE SM-FEES-OWED TO AJL-RESULTING-FEES
                       MOVE SM-TERM-CODE TO AJL-TERM-CODE
                       PERFORM WRITE-WRITE-OFF-LOG
                   END-IF
                   SET PLACEMENT-IS-WRITTEN-OFF TO TRUE
                   MOVE WS-STUDENT-WRITE-OFF TO CP-WRITTEN-OFF
                   MOVE WS-RUN-DATE TO CP-CLOSED-DATE
                   PERFORM REWRITE-PLACEMENT
                   PERFORM WRITE-OFF-REGISTER-ENTRY
                   ADD 1 TO WS-ACCOUNTS-WRITTEN-OFF
                   ADD WS-STUDENT-WRITE-OFF TO WS-TOTAL-WRITTEN-OFF
           END-REWRITE.

       WRITE-WRITE-OFF-LOG.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           MOVE WS-RUN-DATE TO AJL-RUN-DATE.
           MOVE "WOFF" TO AJL-REASON-CODE.
           MOVE WS-WRITE-OFF-AUTHORISER TO AJL-AUTHORISER.
           WRITE AJL-RECORD.

       WRITE-OFF-REGISTER-ENTRY.
           MOVE SM-STUDENT-NUMBER TO WO-STUDENT-NUMBER.
           MOVE SM-STUDENT-NAME TO WO-STUDENT-NAME.
           MOVE CP-PLACED-DATE TO WO-PLACED-DATE.
           MOVE CP-PLACED-AMOUNT TO WO-PLACED-AMOUNT.
           MOVE CP-RECOVERED-GROSS TO WO-RECOVERED-GROSS.
           MOVE WS-STUDENT-WRITE-OFF TO WO-AMOUNT-WRITTEN-OFF.
           MOVE CR-AGENCY-REF TO WO-AGENCY-REF.
           MOVE CR-RETURN-DATE TO WO-RETURN-DATE.
           MOVE WS-RUN-DATE TO WO-RUN-DATE.
           WRITE WO-RECORD.
           MOVE SM-STUDENT-NUMBER TO WS-DT-STUDENT.
           MOVE SM-STUDENT-NAME TO WS-DT-NAME.
           MOVE CP-PLACED-DATE TO WS-DT-PLACED-DATE.
           MOVE CR-AGENCY-REF TO WS-DT-AGENCY-REF.
           MOVE WS-STUDENT-WRITE-OFF TO WS-DT-AMOUNT.
           MOVE WS-DETAIL-LINE TO WR-PRINT-LINE.
           WRITE WR-PRINT-LINE.

       REWRITE-PLACEMENT.
           REWRITE CP-RECORD
               INVALID KEY
                   DISPLAY "PLACEMENT NOT UPDATED, FS = "
                       CP-FILE-STATUS " STUDENT = " CP-STUDENT-NUMBER
           END-REWRITE.

       WRITE-AGENCY-REJECT.
           MOVE CR-STUDENT-NUMBER TO CRR-STUDENT-NUMBER.
           MOVE CR-RETURN-TYPE TO CRR-RETURN-TYPE.
           MOVE CR-GROSS-AMOUNT TO CRR-GROSS-AMOUNT.
           MOVE CR-COMMISSION TO CRR-COMMISSION.
           MOVE CR-AGENCY-REF TO CRR-AGENCY-REF.
           MOVE CR-RETURN-DATE TO CRR-RETURN-DATE.
           MOVE WS-REJECT-REASON TO CRR-REASON.
           MOVE WS-RUN-DATE TO CRR-REJECT-DATE.
           WRITE CRR-RECORD.
           ADD 1 TO WS-RETURNS-REJECTED.
