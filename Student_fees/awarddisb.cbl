       IDENTIFICATION DIVISION.
       PROGRAM-ID. awarddisb.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-FILE ASSIGN TO "Award.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-AWARD-KEY
                   FILE STATUS IS AW-FILE-STATUS.

               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS SM-FILE-STATUS.

               SELECT ENROLLMENT-FILE ASSIGN TO "Enroll.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-ENROLL-KEY
                   FILE STATUS IS EN-FILE-STATUS.

               SELECT WITHDRAWN-FILE ASSIGN TO "Withdrawn.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DISBURSE-REPORT-FILE ASSIGN TO "AwardDisb.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD ENROLLMENT-FILE.
           01 EN-RECORD.
               88 END-OF-ENF VALUE HIGH-VALUE.
               02 EN-ENROLL-KEY.
                   03 EN-STUDENT-NUMBER    PIC 9(7).
                   03 EN-COURSE-CODE       PIC X(4).
               02 EN-TERM-CODE         PIC X(6).
               02 EN-ENROLL-DATE       PIC 9(8).

           FD WITHDRAWN-FILE.
           01 WN-RECORD.
               02 WN-STUDENT-NUMBER    PIC 9(7).
               02 WN-WITHDRAW-DATE     PIC 9(8).
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

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

           FD DISBURSE-REPORT-FILE.
           01 DB-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 AW-FILE-STATUS PIC XX.
           01 SM-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 WN-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-WITHDRAWN-FILE-PRESENT PIC X VALUE "N".
               88 WITHDRAWN-FILE-IS-PRESENT VALUE "Y".
           01 WS-AWARD-OUTCOME PIC X.
               88 AWARD-TO-DISBURSE VALUE "D".
               88 AWARD-TO-HOLD VALUE "H".
               88 AWARD-TO-CANCEL VALUE "C".
           01 WS-TERM-ENROLMENT PIC X.
               88 ENROLLED-FOR-TERM VALUE "Y".
               88 NOT-ENROLLED-FOR-TERM VALUE "N".
           01 WS-HOLD-REASON PIC X(30).
           01 WS-AWARDS-READ PIC 9(6) VALUE ZERO.
           01 WS-AWARDS-DISBURSED PIC 9(6) VALUE ZERO.
           01 WS-AWARDS-HELD PIC 9(6) VALUE ZERO.
           01 WS-AWARDS-CANCELLED PIC 9(6) VALUE ZERO.
           01 WS-TOTAL-DISBURSED PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-HELD PIC 9(8) VALUE ZERO.
           01 WS-TOTAL-CANCELLED PIC 9(8) VALUE ZERO.
           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
               88 POSTING-PERIOD-IS-OPEN VALUE "00".
               88 POSTING-PERIOD-IS-REDATED VALUE "10".
               88 NO-OPEN-PERIOD-FOUND VALUE "99".
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(20) VALUE SPACES.
               02 FILLER               PIC X(36)
                   VALUE "BURSARY  AND  AWARD  DISBURSEMENT".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(40)
                   VALUE "STUDENT  FUND    TERM    AMOUNT  ACTION ".
               02 FILLER               PIC X(30)
                   VALUE "     REASON".

           01 WS-DETAIL-LINE.
               02 WS-DT-STUDENT        PIC 9(7).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-FUND           PIC X(6).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-TERM           PIC X(6).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-AMOUNT         PIC $$,$$9.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-ACTION         PIC X(10).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-REASON         PIC X(30).

           01 WS-TOTAL-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-TL-LABEL          PIC X(18).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(11)
                   VALUE " AWARDS    ".
               02 WS-TL-AMOUNT         PIC $$,$$$,$$9.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "AWARDDSB" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - AWARD DISBURSEMENT NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   "NO AWARDS DISBURSED"
               DISPLAY "RUN acctper TO OPEN THE PERIOD AND RERUN"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN I-O AWARD-FILE.
           IF AW-FILE-STATUS NOT = "00"
               DISPLAY "NO AWARD FILE, FS = " AW-FILE-STATUS
               DISPLAY "RUN award TO RECORD AWARDS FIRST"
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               CLOSE AWARD-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT WITHDRAWN-FILE.
           IF WN-FILE-STATUS = "00"
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           OPEN OUTPUT DISBURSE-REPORT-FILE.
           MOVE WS-HEADING-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-DATE-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE SPACES TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE WS-SEPARATOR-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

           READ AWARD-FILE NEXT RECORD
               AT END SET END-OF-AWF TO TRUE
           END-READ.

           PERFORM PROCESS-AWARD UNTIL END-OF-AWF.

           PERFORM PRINT-RUN-TOTALS.

           CLOSE AWARD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.
           CLOSE ADJUSTMENT-LOG-FILE.
           CLOSE DISBURSE-REPORT-FILE.

           MOVE "AwardDisb.rpt" TO WS-KEEP-NAME.
           MOVE "AWARDDSB" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "AWARD DISBURSEMENT COMPLETE".
           DISPLAY "  AWARDS READ      = " WS-AWARDS-READ.
           DISPLAY "  AWARDS DISBURSED = " WS-AWARDS-DISBURSED
               " AMOUNT = " WS-TOTAL-DISBURSED.
           DISPLAY "  AWARDS HELD      = " WS-AWARDS-HELD
               " AMOUNT = " WS-TOTAL-HELD " - SEE AwardDisb.rpt".
           DISPLAY "  AWARDS CANCELLED = " WS-AWARDS-CANCELLED
               " AMOUNT = " WS-TOTAL-CANCELLED.

           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       PROCESS-AWARD.
           ADD 1 TO WS-AWARDS-READ.
           IF AWARD-IS-PENDING
               AND AW-DISBURSE-DATE IS NOT GREATER THAN WS-RUN-DATE
               PERFORM DECIDE-AWARD-OUTCOME
               EVALUATE TRUE
                   WHEN AWARD-TO-DISBURSE
                       PERFORM DISBURSE-AWARD
                   WHEN AWARD-TO-CANCEL
                       PERFORM CANCEL-WITHDRAWN-AWARD
                   WHEN OTHER
                       PERFORM HOLD-AWARD
               END-EVALUATE
           END-IF.
           READ AWARD-FILE NEXT RECORD
               AT END SET END-OF-AWF TO TRUE
           END-READ.

       DECIDE-AWARD-OUTCOME.
           SET AWARD-TO-DISBURSE TO TRUE.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WITHDRAWN-FILE-IS-PRESENT
               MOVE AW-STUDENT-NUMBER TO WN-STUDENT-NUMBER
               READ WITHDRAWN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AWARD-TO-CANCEL TO TRUE
                       MOVE "STUDENT WITHDRAWN" TO WS-HOLD-REASON
               END-READ
           END-IF.
           IF AWARD-TO-DISBURSE
               MOVE AW-STUDENT-NUMBER TO SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       SET AWARD-TO-HOLD TO TRUE
                       MOVE "NO MATCHING MASTER RECORD"
                           TO WS-HOLD-REASON
               END-READ
           END-IF.
           IF AWARD-TO-DISBURSE
               PERFORM CHECK-TERM-ENROLMENT
               IF NOT-ENROLLED-FOR-TERM
                   SET AWARD-TO-HOLD TO TRUE
                   MOVE "NOT ENROLLED FOR TERM" TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF AWARD-TO-DISBURSE
               AND AW-TERM-CODE NOT = SM-TERM-CODE
               SET AWARD-TO-HOLD TO TRUE
               MOVE "TERM NOT CURRENT ON MASTER" TO WS-HOLD-REASON
           END-IF.
           IF AWARD-TO-DISBURSE
               AND AW-AWARD-AMOUNT IS GREATER THAN SM-FEES-OWED
               SET AWARD-TO-HOLD TO TRUE
               MOVE "AWARD EXCEEDS FEES OWED" TO WS-HOLD-REASON
           END-IF.

       CHECK-TERM-ENROLMENT.
           SET NOT-ENROLLED-FOR-TERM TO TRUE.
           IF ENROLL-FILE-IS-PRESENT
               MOVE AW-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE SPACES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS GREATER THAN OR EQUAL TO
                   EN-ENROLL-KEY
                   INVALID KEY SET END-OF-ENF TO TRUE
               END-START
               IF NOT END-OF-ENF
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END SET END-OF-ENF TO TRUE
                   END-READ
                   PERFORM CHECK-ONE-ENROLMENT
                       UNTIL END-OF-ENF
                       OR ENROLLED-FOR-TERM
                       OR EN-STUDENT-NUMBER NOT = AW-STUDENT-NUMBER
               END-IF
           END-IF.

       CHECK-ONE-ENROLMENT.
           IF EN-TERM-CODE = AW-TERM-CODE
               SET ENROLLED-FOR-TERM TO TRUE
           ELSE
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET END-OF-ENF TO TRUE
               END-READ
           END-IF.

       DISBURSE-AWARD.
           SUBTRACT AW-AWARD-AMOUNT FROM SM-FEES-OWED.
           REWRITE SM-RECORD
               INVALID KEY
                   DISPLAY "Not updated, invalid key! FS = "
                       SM-FILE-STATUS
                   MOVE "MASTER REWRITE FAILED" TO WS-HOLD-REASON
                   PERFORM HOLD-AWARD
               NOT INVALID KEY
                   PERFORM WRITE-AWARD-ADJUSTMENT-LOG
                   MOVE AW-AWARD-AMOUNT TO AW-DISBURSED-AMOUNT
                   MOVE WS-RUN-DATE TO AW-DISBURSED-DATE
                   SET AWARD-IS-DISBURSED TO TRUE
                   MOVE SPACES TO AW-HOLD-REASON
                   PERFORM REWRITE-AWARD
                   MOVE "DISBURSED" TO WS-DT-ACTION
                   PERFORM PRINT-AWARD-LINE
                   ADD 1 TO WS-AWARDS-DISBURSED
                   ADD AW-AWARD-AMOUNT TO WS-TOTAL-DISBURSED
           END-REWRITE.

       WRITE-AWARD-ADJUSTMENT-LOG.
           MOVE SM-STUDENT-NUMBER TO AJL-STUDENT-NUMBER.
           COMPUTE AJL-ADJUSTMENT = ZERO - AW-AWARD-AMOUNT.
           MOVE SM-FEES-OWED TO AJL-RESULTING-FEES.
           MOVE WS-RUN-DATE TO AJL-RUN-DATE.
           MOVE "BURS" TO AJL-REASON-CODE.
           MOVE AW-ENTERED-BY TO AJL-AUTHORISER.
           MOVE AW-TERM-CODE TO AJL-TERM-CODE.
           WRITE AJL-RECORD.

       CANCEL-WITHDRAWN-AWARD.
           MOVE AW-AWARD-AMOUNT TO AW-CANCELLED-AMOUNT.
           SET AWARD-IS-CANCELLED TO TRUE.
           MOVE WS-RUN-DATE TO AW-CLOSED-DATE.
           MOVE WS-HOLD-REASON TO AW-HOLD-REASON.
           PERFORM REWRITE-AWARD.
           MOVE "CANCELLED" TO WS-DT-ACTION.
           PERFORM PRINT-AWARD-LINE.
           ADD 1 TO WS-AWARDS-CANCELLED.
           ADD AW-AWARD-AMOUNT TO WS-TOTAL-CANCELLED.

       HOLD-AWARD.
           MOVE WS-HOLD-REASON TO AW-HOLD-REASON.
           PERFORM REWRITE-AWARD.
           MOVE "HELD" TO WS-DT-ACTION.
           PERFORM PRINT-AWARD-LINE.
           ADD 1 TO WS-AWARDS-HELD.
           ADD AW-AWARD-AMOUNT TO WS-TOTAL-HELD.

       REWRITE-AWARD.
           REWRITE AW-RECORD
               INVALID KEY
                   DISPLAY "AWARD NOT UPDATED, FS = " AW-FILE-STATUS
           END-REWRITE.

       PRINT-AWARD-LINE.
           MOVE AW-STUDENT-NUMBER TO WS-DT-STUDENT.
           MOVE AW-FUND-CODE TO WS-DT-FUND.
           MOVE AW-TERM-CODE TO WS-DT-TERM.
           MOVE AW-AWARD-AMOUNT TO WS-DT-AMOUNT.
           MOVE WS-HOLD-REASON TO WS-DT-REASON.
           MOVE WS-DETAIL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.

       PRINT-RUN-TOTALS.
           MOVE WS-SEPARATOR-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE "DISBURSED        =" TO WS-TL-LABEL.
           MOVE WS-AWARDS-DISBURSED TO WS-TL-COUNT.
           MOVE WS-TOTAL-DISBURSED TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE "HELD             =" TO WS-TL-LABEL.
           MOVE WS-AWARDS-HELD TO WS-TL-COUNT.
           MOVE WS-TOTAL-HELD TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
           MOVE "CANCELLED        =" TO WS-TL-LABEL.
           MOVE WS-AWARDS-CANCELLED TO WS-TL-COUNT.
           MOVE WS-TOTAL-CANCELLED TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DB-PRINT-LINE.
           WRITE DB-PRINT-LINE.
