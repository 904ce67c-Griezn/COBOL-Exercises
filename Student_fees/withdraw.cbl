                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT AWARD-FILE ASSIGN TO "Award.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-AWARD-KEY
                   FILE STATUS IS AW-FILE-STATUS.

               SELECT WITHDRAWAL-FILE ASSIGN TO "Withdrawal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WD-FILE-STATUS.
               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

           FD AWARD-FILE.
           01 AW-RECORD.
               88 END-OF-AWF VALUE HIGH-VALUE.
               02 AW-AWARD-KEY.
                   03 AW-STUDENT-NUMBER    PIC 9(7).
                   03 AW-FUND-CODE         PIC X(6).
                   03 AW-TERM-CODE         PIC X(6).
               02 AW-AWARD-AMOUNT      PIC 9(4).
               02 AW-DISBURSE-DATE     PIC 9(8).
               02 AW-AWARD-STATUS      PIC X(1).
                   88 AWARD-IS-PENDING     VALUE "P".
                   88 AWARD-IS-DISBURSED   VALUE "D".
                   88 AWARD-IS-CANCELLED   VALUE "C".
                   88 AWARD-IS-CLAWED-BACK VALUE "K".
               02 AW-DISBURSED-AMOUNT  PIC 9(4).
               02 AW-DISBURSED-DATE    PIC 9(8).
               02 AW-CANCELLED-AMOUNT  PIC 9(4).
               02 AW-CLAWBACK-AMOUNT   PIC 9(4).
               02 AW-CLOSED-DATE       PIC 9(8).
               02 AW-ENTERED-BY        PIC X(8).
               02 AW-HOLD-REASON       PIC X(30).

           FD WITHDRAWAL-FILE.
           01 WD-RECORD.
               88 END-OF-WDF VALUE HIGH-VALUE.
               02 WD-STUDENT-NUMBER    PIC 9(7).
               02 WD-WITHDRAW-DATE     PIC 9(8).
               02 WD-AUTHORISER        PIC X(8).
               02 WD-SECOND-APPROVER   PIC X(8).

           FD WITHDRAWAL-REJECT-FILE.
           01 WDR-RECORD.
               02 WDR-STUDENT-NUMBER   PIC 9(7).
               02 WDR-WITHDRAW-DATE    PIC 9(8).
               02 WDR-AUTHORISER       PIC X(8).
               02 WDR-SECOND-APPROVER  PIC X(8).
               02 WDR-REJECT-REASON    PIC X(30).
               02 WDR-REJECT-DATE      PIC 9(8).

               02 AJL-AUTHORISER       PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

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
           01 SM-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 WN-FILE-STATUS PIC XX.
           01 WD-FILE-STATUS PIC XX.
           01 AW-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-REJECT-REASON PIC X(30).
           01 WS-CAL-FILE-PRESENT PIC X VALUE "N".
               88 CALENDAR-IS-PRESENT VALUE "Y".
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-AWARD-FILE-PRESENT PIC X VALUE "N".
               88 AWARD-FILE-IS-PRESENT VALUE "Y".
           01 WS-VALID-WITHDRAWAL PIC X.
               88 WITHDRAWAL-IS-VALID VALUE "Y".
               88 WITHDRAWAL-IS-INVALID VALUE "N".
           01 WS-RELIEF-PCT PIC 9(3).
           01 WS-RELIEF-AMOUNT PIC 9(4).
           01 WS-ENROLL-MATCHES PIC 9(2).
           01 WS-AWARDS-DISBURSED PIC 9(5).
           01 WS-AWARD-CLAWBACK PIC 9(5).
           01 WS-ONE-CLAWBACK PIC 9(4).
           01 WS-RUNNING-FEES PIC 9(5).
           01 WS-AWARDS-CANCELLED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-CANCELLED PIC 9(8) VALUE ZERO.
           01 WS-AWARDS-CLAWED-BACK PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-CLAWBACK PIC 9(8) VALUE ZERO.
           01 WS-WITHDRAWALS-READ PIC 9(6) VALUE ZERO.
           01 WS-WITHDRAWALS-APPLIED PIC 9(6) VALUE ZERO.
           01 WS-WITHDRAWALS-REJECTED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-RELIEF PIC 9(8)V99 VALUE ZERO.
           01 WS-SEATS-FREED PIC 9(6) VALUE ZERO.
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
                   88 SECOND-APPROVAL-NEEDED VALUE "Y".
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.
           01 PX-FILE-STATUS PIC XX.
           01 WS-POST-DATE PIC 9(8).
           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
               88 POSTING-PERIOD-IS-OPEN VALUE "00".
               88 POSTING-PERIOD-IS-REDATED VALUE "10".
               88 NO-OPEN-PERIOD-FOUND VALUE "99".
           01 WS-PERIOD-EXCEPTIONS PIC 9(6) VALUE ZERO.
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O AWARD-FILE.
           IF AW-FILE-STATUS = "00"
               SET AWARD-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN I-O WITHDRAWN-FILE.
           IF WN-FILE-STATUS NOT = "00"

           OPEN EXTEND WITHDRAWAL-REJECT-FILE.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           PERFORM CHECK-POSTING-PERIOD.

           READ WITHDRAWAL-FILE
               AT END SET END-OF-WDF TO TRUE
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF AWARD-FILE-IS-PRESENT
               CLOSE AWARD-FILE
           END-IF.
           CLOSE COURSE-MASTER-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF NOT POSTING-PERIOD-IS-OPEN
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "  WITHDRAWALS APPLIED  = "
               WS-WITHDRAWALS-APPLIED
               " RELIEF = " WS-TOTAL-RELIEF.
           IF AWARD-FILE-IS-PRESENT
               DISPLAY "  AWARDS CANCELLED     = " WS-AWARDS-CANCELLED
                   " AMOUNT = " WS-TOTAL-CANCELLED
               DISPLAY "  AWARDS CLAWED BACK   = "
                   WS-AWARDS-CLAWED-BACK
                   " AMOUNT = " WS-TOTAL-CLAWBACK
           END-IF.
           DISPLAY "  WITHDRAWALS REJECTED = "
               WS-WITHDRAWALS-REJECTED " - SEE WithdrawRej.dat".
           DISPLAY "  SEATS FREED          = " WS-SEATS-FREED
               " - RUN maintain TO FILL FROM THE WAITLIST".
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "  PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   WS-PERIOD-EXCEPTIONS " WITHDRAWAL(S) REJECTED"
                   " - SEE PeriodExc.dat"
           END-IF.

           STOP RUN.

           IF WITHDRAWAL-IS-VALID
               PERFORM COMPUTE-RELIEF-AMOUNT
           END-IF.
           IF WITHDRAWAL-IS-VALID
               PERFORM CHECK-RELIEF-AUTHORITY
           END-IF.
           IF WITHDRAWAL-IS-VALID
               AND NOT POSTING-PERIOD-IS-OPEN
               AND (WS-RELIEF-AMOUNT IS GREATER THAN ZERO
                   OR WS-AWARD-CLAWBACK IS GREATER THAN ZERO)
               SET WITHDRAWAL-IS-INVALID TO TRUE
               MOVE "POSTING PERIOD CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-WITHDRAWAL-REJECT
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       CHECK-POSTING-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           MOVE WS-PERIOD-OPEN-DATE TO WS-POST-DATE.
           IF NOT POSTING-PERIOD-IS-OPEN
               OPEN EXTEND PERIOD-EXCEPTION-FILE
               IF PX-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERIOD-EXCEPTION-FILE
               END-IF
           END-IF.

       CHECK-RELIEF-AUTHORITY.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE WD-AUTHORISER TO WS-AUTH-OPERATOR.
           MOVE "RELF" TO WS-AUTH-LIMIT-TYPE.
           MOVE WS-RELIEF-AMOUNT TO WS-AUTH-AMOUNT.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS = "00" AND SECOND-APPROVAL-NEEDED
               PERFORM CHECK-SECOND-APPROVER
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               SET WITHDRAWAL-IS-INVALID TO TRUE
               MOVE WS-AUTH-REASON TO WS-REJECT-REASON
               PERFORM WRITE-WITHDRAWAL-REJECT
           END-IF.

       CHECK-SECOND-APPROVER.
           EVALUATE TRUE
               WHEN WD-SECOND-APPROVER = SPACES
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "SECOND APPROVER REQUIRED" TO WS-AUTH-REASON
               WHEN WD-SECOND-APPROVER = WD-AUTHORISER
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "2ND APPROVER IS THE AUTHORISER"
                       TO WS-AUTH-REASON
               WHEN OTHER
                   MOVE "SECOND" TO WS-AUTH-FUNCTION
                   MOVE WD-SECOND-APPROVER TO WS-AUTH-OPERATOR
                   CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS
           END-EVALUATE.

       COMPUTE-RELIEF-AMOUNT.
           IF NOT CALENDAR-IS-PRESENT
                       MOVE ZERO TO WS-RELIEF-PCT
               END-EVALUATE
           END-IF.
           PERFORM TOTAL-DISBURSED-AWARDS.
           COMPUTE WS-RELIEF-AMOUNT ROUNDED =
               (SM-FEES-OWED + WS-AWARDS-DISBURSED)
               * WS-RELIEF-PCT / 100.
           IF WS-RELIEF-AMOUNT IS GREATER THAN
               SM-FEES-OWED + WS-AWARD-CLAWBACK
               COMPUTE WS-RELIEF-AMOUNT =
                   SM-FEES-OWED + WS-AWARD-CLAWBACK
           END-IF.

       TOTAL-DISBURSED-AWARDS.
           MOVE ZERO TO WS-AWARDS-DISBURSED.
           MOVE ZERO TO WS-AWARD-CLAWBACK.
           IF AWARD-FILE-IS-PRESENT
               PERFORM START-STUDENT-AWARDS
               PERFORM ADD-DISBURSED-AWARD
                   UNTIL END-OF-AWF
                   OR AW-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER
           END-IF.

       START-STUDENT-AWARDS.
           MOVE SM-STUDENT-NUMBER TO AW-STUDENT-NUMBER.
           MOVE SPACES TO AW-FUND-CODE.
           MOVE SPACES TO AW-TERM-CODE.
           START AWARD-FILE KEY IS GREATER THAN OR EQUAL TO
               AW-AWARD-KEY
               INVALID KEY SET END-OF-AWF TO TRUE
           END-START.
           IF NOT END-OF-AWF
               READ AWARD-FILE NEXT RECORD
                   AT END SET END-OF-AWF TO TRUE
               END-READ
           END-IF.

       ADD-DISBURSED-AWARD.
           IF AWARD-IS-DISBURSED AND AW-TERM-CODE = SM-TERM-CODE
               ADD AW-DISBURSED-AMOUNT TO WS-AWARDS-DISBURSED
               PERFORM COMPUTE-AWARD-CLAWBACK
               ADD WS-ONE-CLAWBACK TO WS-AWARD-CLAWBACK
           END-IF.
           READ AWARD-FILE NEXT RECORD
               AT END SET END-OF-AWF TO TRUE
           END-READ.

       COMPUTE-AWARD-CLAWBACK.
           COMPUTE WS-ONE-CLAWBACK ROUNDED =
               AW-DISBURSED-AMOUNT * WS-RELIEF-PCT / 100.

       APPLY-WITHDRAWAL.
           MOVE SM-FEES-OWED TO WS-RUNNING-FEES.
           COMPUTE SM-FEES-OWED =
               SM-FEES-OWED + WS-AWARD-CLAWBACK - WS-RELIEF-AMOUNT.
           REWRITE SM-RECORD
               INVALID KEY
                   DISPLAY "Not updated, invalid key! FS = "
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM WRITE-WITHDRAWAL-REJECT
               NOT INVALID KEY
                   IF AWARD-FILE-IS-PRESENT
                       PERFORM SETTLE-STUDENT-AWARDS
                   END-IF
                   IF WS-RELIEF-AMOUNT IS GREATER THAN ZERO
                       PERFORM WRITE-RELIEF-ADJUSTMENT-LOG
                   END-IF
                   ADD WS-RELIEF-AMOUNT TO WS-TOTAL-RELIEF
           END-REWRITE.

       SETTLE-STUDENT-AWARDS.
           PERFORM START-STUDENT-AWARDS.
           PERFORM SETTLE-ONE-AWARD
               UNTIL END-OF-AWF
               OR AW-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.

       SETTLE-ONE-AWARD.
           EVALUATE TRUE
               WHEN AWARD-IS-PENDING
                   MOVE AW-AWARD-AMOUNT TO AW-CANCELLED-AMOUNT
                   SET AWARD-IS-CANCELLED TO TRUE
                   MOVE WS-RUN-DATE TO AW-CLOSED-DATE
                   MOVE "STUDENT WITHDRAWN" TO AW-HOLD-REASON
                   PERFORM REWRITE-AWARD
                   ADD 1 TO WS-AWARDS-CANCELLED
                   ADD AW-CANCELLED-AMOUNT TO WS-TOTAL-CANCELLED
               WHEN AWARD-IS-DISBURSED
                   AND AW-TERM-CODE = SM-TERM-CODE
                   PERFORM COMPUTE-AWARD-CLAWBACK
                   IF WS-ONE-CLAWBACK IS GREATER THAN ZERO
                       MOVE WS-ONE-CLAWBACK TO AW-CLAWBACK-AMOUNT
                       SET AWARD-IS-CLAWED-BACK TO TRUE
                       MOVE WS-RUN-DATE TO AW-CLOSED-DATE
                       MOVE "STUDENT WITHDRAWN" TO AW-HOLD-REASON
                       PERFORM REWRITE-AWARD
                       PERFORM WRITE-CLAWBACK-ADJUSTMENT-LOG
                       ADD 1 TO WS-AWARDS-CLAWED-BACK
                       ADD WS-ONE-CLAWBACK TO WS-TOTAL-CLAWBACK
                   END-IF
           END-EVALUATE.
           READ AWARD-FILE NEXT RECORD
               AT END SET END-OF-AWF TO TRUE
           END-READ.

       REWRITE-AWARD.
           REWRITE AW-RECORD
               INVALID KEY
                   DISPLAY "AWARD NOT UPDATED, FS = " AW-FILE-STATUS
           END-REWRITE.

       WRITE-CLAWBACK-ADJUSTMENT-LOG.
           ADD WS-ONE-CLAWBACK TO WS-RUNNING-FEES.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           MOVE WS-ONE-CLAWBACK TO AJL-ADJUSTMENT.
           MOVE WS-RUNNING-FEES TO AJL-RESULTING-FEES.
           MOVE WS-RUN-DATE TO AJL-RUN-DATE.
           MOVE "BCLW" TO AJL-REASON-CODE.
           MOVE WD-AUTHORISER TO AJL-AUTHORISER.
           MOVE AW-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.

       WRITE-RELIEF-ADJUSTMENT-LOG.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           COMPUTE AJL-ADJUSTMENT = ZERO - WS-RELIEF-AMOUNT.
           MOVE WD-STUDENT-NUMBER TO WDR-STUDENT-NUMBER.
           MOVE WD-WITHDRAW-DATE TO WDR-WITHDRAW-DATE.
           MOVE WD-AUTHORISER TO WDR-AUTHORISER.
           MOVE WD-SECOND-APPROVER TO WDR-SECOND-APPROVER.
           MOVE WS-REJECT-REASON TO WDR-REJECT-REASON.
           MOVE WS-RUN-DATE TO WDR-REJECT-DATE.
           WRITE WDR-RECORD.
           ADD 1 TO WS-WITHDRAWALS-REJECTED.

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           MOVE "WITHDRAW" TO PX-PROGRAM.
           MOVE WD-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           COMPUTE PX-AMOUNT = ZERO - WS-RELIEF-AMOUNT.
           MOVE "WDRW" TO PX-SOURCE-CODE.
           MOVE ZERO TO PX-REFERENCE.
           MOVE WS-RUN-DATE TO PX-PERIOD-DATE.
           MOVE ZERO TO PX-POSTED-DATE.
           MOVE "REJECTED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.
