       IDENTIFICATION DIVISION.
       PROGRAM-ID. merge.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "StudMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-STUDENT-NUMBER
                   ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS SM-FILE-STATUS.

               SELECT STUDENT-MERGE-FILE ASSIGN TO "StudMerge.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MG-LOSING-NUMBER
                   FILE STATUS IS MG-FILE-STATUS.

               SELECT COURSE-MASTER-FILE ASSIGN TO "CourseMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COURSE-CODE
                   FILE STATUS IS CM-FILE-STATUS.

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
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AJ-FILE-STATUS.

               SELECT ADJUSTMENT-WORK-FILE ASSIGN TO "AdjustLog.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PAYMENT-PLAN-FILE ASSIGN TO "PayPlan.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PP-PLAN-KEY
                   FILE STATUS IS PP-FILE-STATUS.

               SELECT ENROLLMENT-FILE ASSIGN TO "Enroll.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-ENROLL-KEY
                   FILE STATUS IS EN-FILE-STATUS.

               SELECT STUDENT-ADDRESS-FILE ASSIGN TO "StudAddr.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AD-STUDENT-NUMBER
                   FILE STATUS IS AD-FILE-STATUS.

               SELECT SPONSOR-LINK-FILE ASSIGN TO "SponsorLink.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SL-STUDENT-NUMBER
                   FILE STATUS IS SL-FILE-STATUS.

               SELECT DUNNING-HISTORY-FILE ASSIGN TO "DunHist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DH-STUDENT-NUMBER
                   FILE STATUS IS DH-FILE-STATUS.

               SELECT WITHDRAWN-FILE ASSIGN TO "Withdrawn.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WN-STUDENT-NUMBER
                   FILE STATUS IS WN-FILE-STATUS.

               SELECT COLLECTION-PLACEMENT-FILE ASSIGN TO
                   "CollPlace.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CP-STUDENT-NUMBER
                   FILE STATUS IS CP-FILE-STATUS.

               SELECT AWARD-FILE ASSIGN TO "Award.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AW-AWARD-KEY
                   FILE STATUS IS AW-FILE-STATUS.

               SELECT EARLY-DISCOUNT-FILE ASSIGN TO "EarlyDisc.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ED-DISCOUNT-KEY
                   FILE STATUS IS ED-FILE-STATUS.

               SELECT TAX-REGISTER-FILE ASSIGN TO "TaxReg.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TR-REG-KEY
                   FILE STATUS IS TR-FILE-STATUS.

               SELECT SPONSOR-BILL-FILE ASSIGN TO "SponsorBill.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SB-FILE-STATUS.

               SELECT BILL-WORK-FILE ASSIGN TO "SponsorBill.tmp"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT STUDENT-HOLD-FILE ASSIGN TO "StudHold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-HOLD-KEY
                   FILE STATUS IS HD-FILE-STATUS.

               SELECT CHANGE-JOURNAL-FILE ASSIGN TO "ChangeJrnl.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CJ-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

           FD STUDENT-MERGE-FILE.
           01 MG-RECORD.
               88 END-OF-MGF VALUE HIGH-VALUE.
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

           FD COURSE-MASTER-FILE.
           01 CM-RECORD.
               02 CM-COURSE-CODE      PIC X(4).
               02 CM-COURSE-NAME      PIC X(30).
               02 CM-STANDARD-FEE     PIC 9(4).
               02 CM-COURSE-CAPACITY  PIC 9(4).
               02 CM-ENROLLED-COUNT   PIC 9(4).

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
           01 AJL-RECORD.
               88 END-OF-AJF VALUE HIGH-VALUE.
               02 AJL-STUDENT-NUMBER   PIC 9(7).
               02 AJL-ADJUSTMENT       PIC S9(4)V99
                   SIGN IS LEADING SEPARATE.
               02 AJL-RESULTING-FEES   PIC 9(4).
               02 AJL-RUN-DATE         PIC 9(8).
               02 AJL-REASON-CODE      PIC X(4).
               02 AJL-AUTHORISER       PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

           FD ADJUSTMENT-WORK-FILE.
           01 AJW-RECORD.
               88 END-OF-AJW VALUE HIGH-VALUE.
               02 AJW-DATA             PIC X(44).

           FD PAYMENT-PLAN-FILE.
           01 PP-RECORD.
               88 END-OF-PPF VALUE HIGH-VALUE.
               02 PP-PLAN-KEY.
                   03 PP-STUDENT-NUMBER    PIC 9(7).
                   03 PP-INSTALLMENT-NO    PIC 9(2).
               02 PP-DUE-DATE          PIC 9(8).
               02 PP-SCHEDULED-AMOUNT  PIC 9(4)V99.
               02 PP-AMOUNT-APPLIED    PIC 9(4)V99.

           FD ENROLLMENT-FILE.
           01 EN-RECORD.
               88 END-OF-ENF VALUE HIGH-VALUE.
               02 EN-ENROLL-KEY.
                   03 EN-STUDENT-NUMBER    PIC 9(7).
                   03 EN-COURSE-CODE       PIC X(4).
               02 EN-TERM-CODE         PIC X(6).
               02 EN-ENROLL-DATE       PIC 9(8).

           FD STUDENT-ADDRESS-FILE.
           01 AD-RECORD.
               02 AD-STUDENT-NUMBER    PIC 9(7).
               02 AD-ADDRESS-LINE-1    PIC X(30).
               02 AD-ADDRESS-LINE-2    PIC X(30).
               02 AD-CITY              PIC X(20).
               02 AD-POSTCODE          PIC X(8).
               02 AD-PHONE             PIC X(12).
               02 AD-EMAIL             PIC X(30).

           FD SPONSOR-LINK-FILE.
           01 SL-RECORD.
               02 SL-STUDENT-NUMBER    PIC 9(7).
               02 SL-SPONSOR-CODE      PIC X(6).
               02 SL-COVERAGE-TYPE     PIC X(1).
               02 SL-COVERAGE-PCT      PIC 9(3).
               02 SL-COVERAGE-AMOUNT   PIC 9(4)V99.

           FD DUNNING-HISTORY-FILE.
           01 DH-RECORD.
               02 DH-STUDENT-NUMBER    PIC 9(7).
               02 DH-LETTER-LEVEL      PIC 9(1).
               02 DH-LAST-LETTER-DATE  PIC 9(8).

           FD WITHDRAWN-FILE.
           01 WN-RECORD.
               02 WN-STUDENT-NUMBER    PIC 9(7).
               02 WN-WITHDRAW-DATE     PIC 9(8).
               02 WN-RELIEF-AMOUNT     PIC 9(4)V99.
               02 WN-TERM-CODE         PIC X(6).

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

           FD AWARD-FILE.
           01 AW-RECORD.
               02 AW-AWARD-KEY.
                   03 AW-STUDENT-NUMBER    PIC 9(7).
                   03 AW-FUND-CODE         PIC X(6).
                   03 AW-TERM-CODE         PIC X(6).
               02 FILLER               PIC X(79).

           FD EARLY-DISCOUNT-FILE.
           01 ED-RECORD.
               02 ED-DISCOUNT-KEY.
                   03 ED-STUDENT-NUMBER    PIC 9(7).
                   03 ED-TERM-CODE         PIC X(6).
               02 ED-DISCOUNT-STATUS   PIC X(1).
                   88 DISCOUNT-IS-GRANTED VALUE "G".
                   88 DISCOUNT-IS-WITHDRAWN VALUE "W".
               02 ED-DISCOUNT-PCT      PIC 9(2)V99.
               02 ED-FEES-BASE         PIC 9(4).
               02 ED-DISCOUNT-AMOUNT   PIC 9(4).
               02 ED-CUTOFF-DATE       PIC 9(8).
               02 ED-GRANTED-DATE      PIC 9(8).
               02 ED-WITHDRAWN-DATE    PIC 9(8).
               02 ED-WITHDRAWN-RECEIPT PIC 9(8).

           FD TAX-REGISTER-FILE.
           01 TR-RECORD.
               88 END-OF-TRF VALUE HIGH-VALUE.
               02 TR-REG-KEY.
                   03 TR-TAX-YEAR          PIC 9(4).
                   03 TR-STUDENT-NUMBER    PIC 9(7).
               02 TR-CERT-NUMBER       PIC 9(8).
               02 TR-AMOUNT            PIC 9(6)V99.
               02 TR-ISSUE-DATE        PIC 9(8).

           FD SPONSOR-BILL-FILE.
           01 SB-RECORD.
               88 END-OF-SBF VALUE HIGH-VALUE.
               02 SB-SPONSOR-CODE      PIC X(6).
               02 SB-STUDENT-NUMBER    PIC 9(7).
               02 SB-STUDENT-NAME      PIC X(30).
               02 SB-BILLED-AMOUNT     PIC 9(4)V99.
               02 SB-TERM-CODE         PIC X(6).
               02 SB-RUN-DATE          PIC 9(8).
               02 SB-AMOUNT-REMITTED   PIC 9(4)V99.

           FD BILL-WORK-FILE.
           01 BW-RECORD.
               88 END-OF-BWF VALUE HIGH-VALUE.
               02 BW-DATA              PIC X(69).

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               02 HD-HOLD-KEY.
                   03 HD-STUDENT-NUMBER    PIC 9(7).
                   03 HD-HOLD-TYPE         PIC X(4).
               02 HD-HOLD-REASON       PIC X(30).
               02 HD-PLACED-DATE       PIC 9(8).
               02 HD-PLACED-BY         PIC X(8).

           FD CHANGE-JOURNAL-FILE.
           01 CJ-RECORD.
               02 CJ-CHANGE-DATE       PIC 9(8).
               02 CJ-CHANGE-TIME       PIC 9(6).
               02 CJ-OPERATOR-ID       PIC X(8).
               02 CJ-RECORD-TYPE       PIC X(4).
               02 CJ-ACTION            PIC X(1).
               02 CJ-STUDENT-NUMBER    PIC 9(7).
               02 CJ-RECORD-KEY        PIC X(12).
               02 CJ-BEFORE-IMAGE      PIC X(140).
               02 CJ-AFTER-IMAGE       PIC X(140).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 MG-FILE-STATUS PIC XX.
           01 CM-FILE-STATUS PIC XX.
           01 PL-FILE-STATUS PIC XX.
               88 PAYMENT-LOG-WRITTEN VALUE "00" "02".
           01 AJ-FILE-STATUS PIC XX.
           01 PP-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 AD-FILE-STATUS PIC XX.
           01 SL-FILE-STATUS PIC XX.
           01 DH-FILE-STATUS PIC XX.
           01 WN-FILE-STATUS PIC XX.
           01 CP-FILE-STATUS PIC XX.
           01 AW-FILE-STATUS PIC XX.
           01 ED-FILE-STATUS PIC XX.
           01 TR-FILE-STATUS PIC XX.
           01 SB-FILE-STATUS PIC XX.
           01 HD-FILE-STATUS PIC XX.
           01 CJ-FILE-STATUS PIC XX.
           01 WS-COURSE-FILE-PRESENT PIC X VALUE "N".
               88 COURSE-FILE-IS-PRESENT VALUE "Y".
           01 WS-PAYLOG-FILE-PRESENT PIC X VALUE "N".
               88 PAYMENT-LOG-IS-PRESENT VALUE "Y".
           01 WS-PLAN-FILE-PRESENT PIC X VALUE "N".
               88 PLAN-FILE-IS-PRESENT VALUE "Y".
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-ADDR-FILE-PRESENT PIC X VALUE "N".
               88 ADDRESS-FILE-IS-PRESENT VALUE "Y".
           01 WS-SPONSOR-FILE-PRESENT PIC X VALUE "N".
               88 SPONSOR-LINK-IS-PRESENT VALUE "Y".
           01 WS-DUNNING-FILE-PRESENT PIC X VALUE "N".
               88 DUNNING-FILE-IS-PRESENT VALUE "Y".
           01 WS-WDRW-FILE-PRESENT PIC X VALUE "N".
               88 WITHDRAWN-FILE-IS-PRESENT VALUE "Y".
           01 WS-PLACE-FILE-PRESENT PIC X VALUE "N".
               88 PLACEMENT-FILE-IS-PRESENT VALUE "Y".
           01 WS-AWARD-FILE-PRESENT PIC X VALUE "N".
               88 AWARD-FILE-IS-PRESENT VALUE "Y".
           01 WS-DISC-FILE-PRESENT PIC X VALUE "N".
               88 DISCOUNT-FILE-IS-PRESENT VALUE "Y".
           01 WS-TAX-FILE-PRESENT PIC X VALUE "N".
               88 TAX-REGISTER-IS-PRESENT VALUE "Y".
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".

           01 WS-RUN-DATE PIC 9(8).
           01 WS-TIME-OF-DAY PIC 9(8).
           01 WS-CONFIRM PIC X.
           01 WS-MERGE-STATE PIC X VALUE "Y".
               88 MERGE-IS-ALLOWED VALUE "Y".
               88 MERGE-IS-REFUSED VALUE "N".
               88 MERGE-IS-CANCELLED VALUE "C".
           01 WS-CHECK-REASON PIC X(40).
           01 WS-REFUSE-REASON PIC X(40).
           01 WS-LOOKUP-STATE PIC X.
               88 ROW-WAS-FOUND VALUE "Y".
               88 ROW-NOT-FOUND VALUE "N".
           01 WS-ROW-STATE PIC X.
               88 MORE-ROWS-TO-MOVE VALUE "Y".
               88 NO-MORE-ROWS VALUE "N".
           01 WS-LOOKUP-NUMBER PIC 9(7).

           01 WS-LOSING-NUMBER PIC 9(7).
           01 WS-SURVIVING-NUMBER PIC 9(7).
           01 WS-LOSER-MASTER.
               02 WS-LOSER-NUMBER      PIC 9(7).
               02 WS-LOSER-NAME        PIC X(30).
               02 WS-LOSER-GENDER      PIC X(1).
               02 WS-LOSER-COURSE      PIC X(4).
               02 WS-LOSER-TERM        PIC X(6).
               02 WS-LOSER-FEES-OWED   PIC 9(4).
               02 WS-LOSER-AMOUNT-PAID PIC 9(4)V99.
               02 WS-LOSER-PRIOR-FEES  PIC 9(4).
               02 WS-LOSER-PRIOR-PAID  PIC 9(4)V99.
           01 WS-SURVIVOR-MASTER.
               02 WS-SURVIVOR-NUMBER   PIC 9(7).
               02 WS-SURVIVOR-NAME     PIC X(30).
               02 WS-SURVIVOR-GENDER   PIC X(1).
               02 WS-SURVIVOR-COURSE   PIC X(4).
               02 WS-SURVIVOR-TERM     PIC X(6).
               02 WS-SURVIVOR-FEES-OWED PIC 9(4).
               02 WS-SURVIVOR-AMOUNT-PAID PIC 9(4)V99.
               02 WS-SURVIVOR-PRIOR-FEES PIC 9(4).
               02 WS-SURVIVOR-PRIOR-PAID PIC 9(4)V99.
           01 WS-COMBINED-FEES PIC 9(5).
           01 WS-COMBINED-PAID PIC 9(5)V99.
           01 WS-COMBINED-PRIOR-FEES PIC 9(5).
           01 WS-COMBINED-PRIOR-PAID PIC 9(5)V99.
           01 WS-DISPLAY-FEES PIC Z(3)9.
           01 WS-DISPLAY-PAID PIC Z(3)9.99.

           01 WS-LOSER-LINK-STATE PIC X.
               88 LOSER-HAS-SPONSOR VALUE "Y".
               88 LOSER-HAS-NO-SPONSOR VALUE "N".
           01 WS-SURVIVOR-LINK-STATE PIC X.
               88 SURVIVOR-HAS-SPONSOR VALUE "Y".
               88 SURVIVOR-HAS-NO-SPONSOR VALUE "N".
           01 WS-SURVIVOR-LINK.
               02 WS-SV-SPONSOR-CODE   PIC X(6).
               02 WS-SV-COVERAGE-TYPE  PIC X(1).
               02 WS-SV-COVERAGE-PCT   PIC 9(3).
               02 WS-SV-COVERAGE-AMOUNT PIC 9(4)V99.
           01 WS-LOSER-PLAN-STATE PIC X.
               88 LOSER-HAS-PLAN VALUE "Y".
               88 LOSER-HAS-NO-PLAN VALUE "N".
           01 WS-SURVIVOR-PLAN-STATE PIC X.
               88 SURVIVOR-HAS-PLAN VALUE "Y".
               88 SURVIVOR-HAS-NO-PLAN VALUE "N".
           01 WS-LOSER-ADDR-STATE PIC X.
               88 LOSER-HAS-ADDRESS VALUE "Y".
               88 LOSER-HAS-NO-ADDRESS VALUE "N".
           01 WS-SURVIVOR-ADDR-STATE PIC X.
               88 SURVIVOR-HAS-ADDRESS VALUE "Y".
               88 SURVIVOR-HAS-NO-ADDRESS VALUE "N".
           01 WS-LOSER-DUN-STATE PIC X.
               88 LOSER-HAS-DUNNING VALUE "Y".
               88 LOSER-HAS-NO-DUNNING VALUE "N".
           01 WS-SURVIVOR-DUN-STATE PIC X.
               88 SURVIVOR-HAS-DUNNING VALUE "Y".
               88 SURVIVOR-HAS-NO-DUNNING VALUE "N".

           01 WS-SURVIVOR-COURSE-STATE PIC X.
               88 SURVIVOR-COURSE-IS-IMPLICIT VALUE "Y".
               88 SURVIVOR-COURSE-IS-EXPLICIT VALUE "N".
           01 WS-COURSE-STATE PIC X.
               88 COURSE-ALREADY-HELD VALUE "Y".
               88 COURSE-NOT-HELD VALUE "N".
           01 WS-IX PIC 9(2).
           01 WS-SX PIC 9(2).
           01 WS-SURVIVOR-COURSES.
               02 WS-SC-COUNT          PIC 9(2).
               02 WS-SC-COURSE         PIC X(4) OCCURS 20.
           01 WS-LOSER-ENROLLMENTS.
               02 WS-LE-COUNT          PIC 9(2).
               02 WS-LE-ENTRY OCCURS 10.
                   03 WS-LE-COURSE         PIC X(4).
                   03 WS-LE-TERM           PIC X(6).
                   03 WS-LE-DATE           PIC 9(8).
                   03 WS-LE-ON-FILE        PIC X(1).
                       88 LE-ROW-IS-ON-FILE VALUE "Y".

           01 WS-SAVED-PL-ROW PIC X(47).
           01 WS-SAVED-PP-ROW PIC X(29).
           01 WS-SAVED-AD-ROW PIC X(137).
           01 WS-SAVED-SL-ROW PIC X(23).
           01 WS-SAVED-HD-ROW PIC X(57).
           01 WS-SAVED-DUNNING.
               02 WS-SAVED-DH-STUDENT  PIC 9(7).
               02 WS-SAVED-DH-LEVEL    PIC 9(1).
               02 WS-SAVED-DH-DATE     PIC 9(8).

           01 WS-PAYMENTS-MOVED PIC 9(4) VALUE ZERO.
           01 WS-ADJUSTMENTS-MOVED PIC 9(4) VALUE ZERO.
           01 WS-INSTALLMENTS-MOVED PIC 9(2) VALUE ZERO.
           01 WS-ENROLLMENTS-MOVED PIC 9(2) VALUE ZERO.
           01 WS-SEATS-RELEASED PIC 9(2) VALUE ZERO.
           01 WS-HOLDS-MOVED PIC 9(2) VALUE ZERO.
           01 WS-BILL-LINES-MOVED PIC 9(4) VALUE ZERO.
           01 WS-HOLDS-DROPPED PIC 9(2) VALUE ZERO.
           01 WS-MERGES-REPOINTED PIC 9(4) VALUE ZERO.

           01 WS-JOURNAL-ENTRY.
               02 WS-JOURNAL-TYPE      PIC X(4).
               02 WS-JOURNAL-ACTION    PIC X(1).
               02 WS-JOURNAL-STUDENT   PIC 9(7).
               02 WS-JOURNAL-KEY       PIC X(12).
               02 WS-BEFORE-IMAGE      PIC X(140).
               02 WS-AFTER-IMAGE       PIC X(140).

           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-MERGE-ACCOUNTS VALUE "SUPV".
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.

           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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
           IF NOT ROLE-MAY-MERGE-ACCOUNTS
               DISPLAY "SIGN-ON REFUSED - ACCOUNT MERGE NEEDS A "
                   "SUPERVISOR"
               STOP RUN
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "MERGE" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - ACCOUNT MERGE NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN I-O STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           OPEN I-O STUDENT-MERGE-FILE.
           IF MG-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-MERGE-FILE
               IF MG-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN MERGE FILE, FS = "
                       MG-FILE-STATUS
                   CLOSE STUDENT-MASTER-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               CLOSE STUDENT-MERGE-FILE
               OPEN I-O STUDENT-MERGE-FILE
               IF MG-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN MERGE FILE, FS = "
                       MG-FILE-STATUS
                   CLOSE STUDENT-MASTER-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF CJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               IF CJ-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN CHANGE JOURNAL, FS = "
                       CJ-FILE-STATUS
                   CLOSE STUDENT-MASTER-FILE
                   CLOSE STUDENT-MERGE-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           PERFORM OPEN-OPTIONAL-FILES.

           DISPLAY " ".
           DISPLAY "DUPLICATE ACCOUNT MERGE - " WS-OPERATOR-ID.
           PERFORM ACCEPT-MERGE-ACCOUNTS.
           IF MERGE-IS-ALLOWED
               PERFORM CHECK-FOR-CONFLICTS
           END-IF.
           IF MERGE-IS-ALLOWED
               PERFORM CONFIRM-MERGE
           END-IF.

           EVALUATE TRUE
               WHEN MERGE-IS-ALLOWED
                   PERFORM MERGE-ACCOUNTS
                   DISPLAY "ACCOUNT " WS-LOSING-NUMBER
                       " MERGED INTO " WS-SURVIVING-NUMBER
                   DISPLAY "  PAYMENT LOG ROWS MOVED   = "
                       WS-PAYMENTS-MOVED
                   DISPLAY "  ADJUSTMENT ROWS MOVED    = "
                       WS-ADJUSTMENTS-MOVED
                   DISPLAY "  PLAN INSTALLMENTS MOVED  = "
                       WS-INSTALLMENTS-MOVED
                   DISPLAY "  ENROLLMENTS MOVED        = "
                       WS-ENROLLMENTS-MOVED
                   DISPLAY "  DUPLICATE SEATS RELEASED = "
                       WS-SEATS-RELEASED
                   DISPLAY "  SPONSOR BILL LINES MOVED = "
                       WS-BILL-LINES-MOVED
                   DISPLAY "  HOLDS MOVED              = "
                       WS-HOLDS-MOVED
                   DISPLAY "  DUPLICATE HOLDS DROPPED  = "
                       WS-HOLDS-DROPPED
                   DISPLAY "  EARLIER MERGES REPOINTED = "
                       WS-MERGES-REPOINTED
               WHEN MERGE-IS-CANCELLED
                   DISPLAY "MERGE CANCELLED - NO CHANGES MADE"
               WHEN OTHER
                   DISPLAY "MERGE REFUSED - " WS-REFUSE-REASON
           END-EVALUATE.

           PERFORM CLOSE-MERGE-FILES.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       OPEN-OPTIONAL-FILES.
           OPEN I-O COURSE-MASTER-FILE.
           IF CM-FILE-STATUS = "00"
               SET COURSE-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O PAYMENT-LOG-FILE.
           IF PL-FILE-STATUS = "00"
               SET PAYMENT-LOG-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF PP-FILE-STATUS = "00"
               SET PLAN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O ENROLLMENT-FILE.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O STUDENT-ADDRESS-FILE.
           IF AD-FILE-STATUS = "00"
               SET ADDRESS-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O SPONSOR-LINK-FILE.
           IF SL-FILE-STATUS = "00"
               SET SPONSOR-LINK-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O DUNNING-HISTORY-FILE.
           IF DH-FILE-STATUS = "00"
               SET DUNNING-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT WITHDRAWN-FILE.
           IF WN-FILE-STATUS = "00"
               SET WITHDRAWN-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT COLLECTION-PLACEMENT-FILE.
           IF CP-FILE-STATUS = "00"
               SET PLACEMENT-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT AWARD-FILE.
           IF AW-FILE-STATUS = "00"
               SET AWARD-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT EARLY-DISCOUNT-FILE.
           IF ED-FILE-STATUS = "00"
               SET DISCOUNT-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT TAX-REGISTER-FILE.
           IF TR-FILE-STATUS = "00"
               SET TAX-REGISTER-IS-PRESENT TO TRUE
           END-IF.
           OPEN I-O STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-PRESENT TO TRUE
           END-IF.

       CLOSE-MERGE-FILES.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE STUDENT-MERGE-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           IF COURSE-FILE-IS-PRESENT
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF PAYMENT-LOG-IS-PRESENT
               CLOSE PAYMENT-LOG-FILE
           END-IF.
           IF PLAN-FILE-IS-PRESENT
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF ADDRESS-FILE-IS-PRESENT
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF SPONSOR-LINK-IS-PRESENT
               CLOSE SPONSOR-LINK-FILE
           END-IF.
           IF DUNNING-FILE-IS-PRESENT
               CLOSE DUNNING-HISTORY-FILE
           END-IF.
           IF WITHDRAWN-FILE-IS-PRESENT
               CLOSE WITHDRAWN-FILE
           END-IF.
           IF PLACEMENT-FILE-IS-PRESENT
               CLOSE COLLECTION-PLACEMENT-FILE
           END-IF.
           IF AWARD-FILE-IS-PRESENT
               CLOSE AWARD-FILE
           END-IF.
           IF DISCOUNT-FILE-IS-PRESENT
               CLOSE EARLY-DISCOUNT-FILE
           END-IF.
           IF TAX-REGISTER-IS-PRESENT
               CLOSE TAX-REGISTER-FILE
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               CLOSE STUDENT-HOLD-FILE
           END-IF.

       REFUSE-MERGE.
           IF MERGE-IS-ALLOWED
               MOVE WS-CHECK-REASON TO WS-REFUSE-REASON
               SET MERGE-IS-REFUSED TO TRUE
           END-IF.

       ACCEPT-MERGE-ACCOUNTS.
           DISPLAY "LOSING STUDENT NUMBER   : " WITH NO ADVANCING.
           ACCEPT WS-LOSING-NUMBER.
           DISPLAY "SURVIVING STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-SURVIVING-NUMBER.
           IF WS-LOSING-NUMBER = WS-SURVIVING-NUMBER
               MOVE "THE TWO NUMBERS ARE THE SAME" TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           IF MERGE-IS-ALLOWED
               MOVE WS-LOSING-NUMBER TO SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "LOSING STUDENT NOT ON MASTER"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
                   NOT INVALID KEY
                       MOVE SM-RECORD TO WS-LOSER-MASTER
               END-READ
           END-IF.
           IF MERGE-IS-ALLOWED
               MOVE WS-SURVIVING-NUMBER TO SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "SURVIVING STUDENT NOT ON MASTER"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
                   NOT INVALID KEY
                       MOVE SM-RECORD TO WS-SURVIVOR-MASTER
               END-READ
           END-IF.

       CHECK-FOR-CONFLICTS.
           IF WS-LOSER-TERM NOT = WS-SURVIVOR-TERM
               MOVE "ACCOUNTS ARE BILLED FOR DIFFERENT TERMS"
                   TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           ADD WS-LOSER-FEES-OWED WS-SURVIVOR-FEES-OWED
               GIVING WS-COMBINED-FEES.
           ADD WS-LOSER-AMOUNT-PAID WS-SURVIVOR-AMOUNT-PAID
               GIVING WS-COMBINED-PAID.
           ADD WS-LOSER-PRIOR-FEES WS-SURVIVOR-PRIOR-FEES
               GIVING WS-COMBINED-PRIOR-FEES.
           ADD WS-LOSER-PRIOR-PAID WS-SURVIVOR-PRIOR-PAID
               GIVING WS-COMBINED-PRIOR-PAID.
           IF WS-COMBINED-FEES IS GREATER THAN 9999
               OR WS-COMBINED-PAID IS GREATER THAN 9999.99
               OR WS-COMBINED-PRIOR-FEES IS GREATER THAN 9999
               OR WS-COMBINED-PRIOR-PAID IS GREATER THAN 9999.99
               MOVE "COMBINED BALANCES TOO LARGE FOR MASTER"
                   TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           PERFORM CHECK-SPONSOR-LINKS.
           PERFORM CHECK-PAYMENT-PLANS.
           PERFORM CHECK-WITHDRAWALS.
           PERFORM CHECK-COLLECTIONS.
           PERFORM CHECK-AWARDS.
           PERFORM CHECK-EARLY-DISCOUNTS.
           PERFORM CHECK-TAX-RECEIPTS.
           PERFORM CHECK-ENROLLMENTS.
           PERFORM CHECK-ADDRESSES.
           PERFORM CHECK-DUNNING-HISTORY.

       CHECK-SPONSOR-LINKS.
           SET LOSER-HAS-NO-SPONSOR TO TRUE.
           SET SURVIVOR-HAS-NO-SPONSOR TO TRUE.
           IF SPONSOR-LINK-IS-PRESENT
               MOVE WS-SURVIVING-NUMBER TO SL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SURVIVOR-HAS-SPONSOR TO TRUE
                       MOVE SL-SPONSOR-CODE TO WS-SV-SPONSOR-CODE
                       MOVE SL-COVERAGE-TYPE TO WS-SV-COVERAGE-TYPE
                       MOVE SL-COVERAGE-PCT TO WS-SV-COVERAGE-PCT
                       MOVE SL-COVERAGE-AMOUNT TO
                           WS-SV-COVERAGE-AMOUNT
               END-READ
               MOVE WS-LOSING-NUMBER TO SL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOSER-HAS-SPONSOR TO TRUE
               END-READ
           END-IF.
           IF LOSER-HAS-SPONSOR AND SURVIVOR-HAS-SPONSOR
               IF SL-SPONSOR-CODE NOT = WS-SV-SPONSOR-CODE
                   MOVE "ACCOUNTS HAVE DIFFERENT SPONSORS"
                       TO WS-CHECK-REASON
                   PERFORM REFUSE-MERGE
               ELSE
                   IF SL-COVERAGE-TYPE NOT = WS-SV-COVERAGE-TYPE
                       OR SL-COVERAGE-PCT NOT = WS-SV-COVERAGE-PCT
                       OR SL-COVERAGE-AMOUNT NOT =
                           WS-SV-COVERAGE-AMOUNT
                       MOVE "ACCOUNTS HAVE DIFFERENT SPONSOR COVERAGE"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
                   END-IF
               END-IF
           END-IF.

       CHECK-PAYMENT-PLANS.
           SET LOSER-HAS-NO-PLAN TO TRUE.
           SET SURVIVOR-HAS-NO-PLAN TO TRUE.
           IF PLAN-FILE-IS-PRESENT
               MOVE WS-LOSING-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM LOOK-FOR-PLAN
               IF ROW-WAS-FOUND
                   SET LOSER-HAS-PLAN TO TRUE
               END-IF
               MOVE WS-SURVIVING-NUMBER TO WS-LOOKUP-NUMBER
               PERFORM LOOK-FOR-PLAN
               IF ROW-WAS-FOUND
                   SET SURVIVOR-HAS-PLAN TO TRUE
               END-IF
           END-IF.
           IF LOSER-HAS-PLAN AND SURVIVOR-HAS-PLAN
               MOVE "BOTH ACCOUNTS HAVE PAYMENT PLANS"
                   TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.

       LOOK-FOR-PLAN.
           SET ROW-NOT-FOUND TO TRUE.
           MOVE WS-LOOKUP-NUMBER TO PP-STUDENT-NUMBER.
           MOVE ZERO TO PP-INSTALLMENT-NO.
           START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-PLAN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAYMENT-PLAN-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-STUDENT-NUMBER = WS-LOOKUP-NUMBER
                               SET ROW-WAS-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

       CHECK-WITHDRAWALS.
           IF WITHDRAWN-FILE-IS-PRESENT
               MOVE WS-LOSING-NUMBER TO WN-STUDENT-NUMBER
               READ WITHDRAWN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LOSING ACCOUNT HAS WITHDRAWN"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
               END-READ
               MOVE WS-SURVIVING-NUMBER TO WN-STUDENT-NUMBER
               READ WITHDRAWN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SURVIVING ACCOUNT HAS WITHDRAWN"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
               END-READ
           END-IF.

       CHECK-COLLECTIONS.
           IF PLACEMENT-FILE-IS-PRESENT
               MOVE WS-LOSING-NUMBER TO CP-STUDENT-NUMBER
               READ COLLECTION-PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LOSING ACCOUNT IS WITH COLLECTIONS"
                           TO WS-CHECK-REASON
                       PERFORM REFUSE-MERGE
               END-READ
           END-IF.

       CHECK-AWARDS.
           IF AWARD-FILE-IS-PRESENT
               SET ROW-NOT-FOUND TO TRUE
               MOVE WS-LOSING-NUMBER TO AW-STUDENT-NUMBER
               MOVE SPACES TO AW-FUND-CODE
               MOVE SPACES TO AW-TERM-CODE
               START AWARD-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AWARD-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AW-STUDENT-NUMBER = WS-LOSING-NUMBER
                                   SET ROW-WAS-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF ROW-WAS-FOUND
                   MOVE "LOSING ACCOUNT HAS BURSARY AWARDS"
                       TO WS-CHECK-REASON
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF.

       CHECK-EARLY-DISCOUNTS.
           IF DISCOUNT-FILE-IS-PRESENT
               SET ROW-NOT-FOUND TO TRUE
               MOVE WS-LOSING-NUMBER TO ED-STUDENT-NUMBER
               MOVE SPACES TO ED-TERM-CODE
               START EARLY-DISCOUNT-FILE
                   KEY IS NOT LESS THAN ED-DISCOUNT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ EARLY-DISCOUNT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF ED-STUDENT-NUMBER = WS-LOSING-NUMBER
                                   SET ROW-WAS-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF ROW-WAS-FOUND
                   MOVE "LOSING ACCOUNT HAS AN EARLY DISCOUNT"
                       TO WS-CHECK-REASON
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF.

       CHECK-TAX-RECEIPTS.
           IF TAX-REGISTER-IS-PRESENT
               SET ROW-NOT-FOUND TO TRUE
               MOVE ZERO TO TR-TAX-YEAR
               MOVE ZERO TO TR-STUDENT-NUMBER
               START TAX-REGISTER-FILE
                   KEY IS NOT LESS THAN TR-REG-KEY
                   INVALID KEY SET END-OF-TRF TO TRUE
               END-START
               IF NOT END-OF-TRF
                   READ TAX-REGISTER-FILE NEXT RECORD
                       AT END SET END-OF-TRF TO TRUE
                   END-READ
               END-IF
               PERFORM SCAN-TAX-REGISTER-ENTRY
                   UNTIL END-OF-TRF OR ROW-WAS-FOUND
               IF ROW-WAS-FOUND
                   MOVE "LOSING ACCOUNT HAS TAX RECEIPTS ISSUED"
                       TO WS-CHECK-REASON
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF.

       SCAN-TAX-REGISTER-ENTRY.
           IF TR-STUDENT-NUMBER = WS-LOSING-NUMBER
               SET ROW-WAS-FOUND TO TRUE
           ELSE
               READ TAX-REGISTER-FILE NEXT RECORD
                   AT END SET END-OF-TRF TO TRUE
               END-READ
           END-IF.

       CHECK-ENROLLMENTS.
           MOVE ZERO TO WS-SC-COUNT.
           MOVE ZERO TO WS-LE-COUNT.
           SET SURVIVOR-COURSE-IS-EXPLICIT TO TRUE.
           IF ENROLL-FILE-IS-PRESENT
               MOVE WS-SURVIVING-NUMBER TO EN-STUDENT-NUMBER
               MOVE SPACES TO EN-COURSE-CODE
               PERFORM START-ENROLLMENT-BROWSE
               PERFORM LOAD-SURVIVOR-ENROLLMENT
                   UNTIL END-OF-ENF
                   OR EN-STUDENT-NUMBER NOT = WS-SURVIVING-NUMBER
               MOVE WS-LOSING-NUMBER TO EN-STUDENT-NUMBER
               MOVE SPACES TO EN-COURSE-CODE
               PERFORM START-ENROLLMENT-BROWSE
               PERFORM LOAD-LOSER-ENROLLMENT
                   UNTIL END-OF-ENF
                   OR EN-STUDENT-NUMBER NOT = WS-LOSING-NUMBER
           END-IF.
           IF WS-SC-COUNT = ZERO AND WS-SURVIVOR-COURSE NOT = SPACES
               MOVE 1 TO WS-SC-COUNT
               MOVE WS-SURVIVOR-COURSE TO WS-SC-COURSE(1)
               SET SURVIVOR-COURSE-IS-IMPLICIT TO TRUE
           END-IF.
           IF WS-LE-COUNT = ZERO AND WS-LOSER-COURSE NOT = SPACES
               MOVE 1 TO WS-LE-COUNT
               MOVE WS-LOSER-COURSE TO WS-LE-COURSE(1)
               MOVE WS-LOSER-TERM TO WS-LE-TERM(1)
               MOVE WS-RUN-DATE TO WS-LE-DATE(1)
               MOVE "N" TO WS-LE-ON-FILE(1)
           END-IF.
           IF NOT ENROLL-FILE-IS-PRESENT AND WS-LE-COUNT > ZERO
               MOVE 1 TO WS-IX
               PERFORM FIND-SURVIVOR-COURSE
               IF COURSE-NOT-HELD
                   MOVE "COURSES DIFFER AND NO ENROLLMENT FILE"
                       TO WS-CHECK-REASON
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF.

       START-ENROLLMENT-BROWSE.
           START ENROLLMENT-FILE KEY IS GREATER THAN OR EQUAL TO
               EN-ENROLL-KEY
               INVALID KEY SET END-OF-ENF TO TRUE
           END-START.
           IF NOT END-OF-ENF
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END SET END-OF-ENF TO TRUE
               END-READ
           END-IF.

       LOAD-SURVIVOR-ENROLLMENT.
           IF WS-SC-COUNT < 20
               ADD 1 TO WS-SC-COUNT
               MOVE EN-COURSE-CODE TO WS-SC-COURSE(WS-SC-COUNT)
           ELSE
               MOVE "TOO MANY ENROLLMENTS TO MERGE"
                   TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END SET END-OF-ENF TO TRUE
           END-READ.

       LOAD-LOSER-ENROLLMENT.
           IF WS-LE-COUNT < 10
               ADD 1 TO WS-LE-COUNT
               MOVE EN-COURSE-CODE TO WS-LE-COURSE(WS-LE-COUNT)
               MOVE EN-TERM-CODE TO WS-LE-TERM(WS-LE-COUNT)
               MOVE EN-ENROLL-DATE TO WS-LE-DATE(WS-LE-COUNT)
               MOVE "Y" TO WS-LE-ON-FILE(WS-LE-COUNT)
           ELSE
               MOVE "TOO MANY ENROLLMENTS TO MERGE"
                   TO WS-CHECK-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END SET END-OF-ENF TO TRUE
           END-READ.

       FIND-SURVIVOR-COURSE.
           SET COURSE-NOT-HELD TO TRUE.
           PERFORM COMPARE-SURVIVOR-COURSE
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX IS GREATER THAN WS-SC-COUNT
               OR COURSE-ALREADY-HELD.

       COMPARE-SURVIVOR-COURSE.
           IF WS-SC-COURSE(WS-SX) = WS-LE-COURSE(WS-IX)
               SET COURSE-ALREADY-HELD TO TRUE
           END-IF.

       CHECK-ADDRESSES.
           SET LOSER-HAS-NO-ADDRESS TO TRUE.
           SET SURVIVOR-HAS-NO-ADDRESS TO TRUE.
           IF ADDRESS-FILE-IS-PRESENT
               MOVE WS-LOSING-NUMBER TO AD-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOSER-HAS-ADDRESS TO TRUE
               END-READ
               MOVE WS-SURVIVING-NUMBER TO AD-STUDENT-NUMBER
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SURVIVOR-HAS-ADDRESS TO TRUE
               END-READ
           END-IF.

       CHECK-DUNNING-HISTORY.
           SET LOSER-HAS-NO-DUNNING TO TRUE.
           SET SURVIVOR-HAS-NO-DUNNING TO TRUE.
           IF DUNNING-FILE-IS-PRESENT
               MOVE WS-LOSING-NUMBER TO DH-STUDENT-NUMBER
               READ DUNNING-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOSER-HAS-DUNNING TO TRUE
               END-READ
               MOVE WS-SURVIVING-NUMBER TO DH-STUDENT-NUMBER
               READ DUNNING-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SURVIVOR-HAS-DUNNING TO TRUE
               END-READ
           END-IF.

       CONFIRM-MERGE.
           MOVE WS-LOSER-FEES-OWED TO WS-DISPLAY-FEES.
           MOVE WS-LOSER-AMOUNT-PAID TO WS-DISPLAY-PAID.
           DISPLAY "LOSING    " WS-LOSING-NUMBER " " WS-LOSER-NAME
               " OWED " WS-DISPLAY-FEES " PAID " WS-DISPLAY-PAID.
           MOVE WS-SURVIVOR-FEES-OWED TO WS-DISPLAY-FEES.
           MOVE WS-SURVIVOR-AMOUNT-PAID TO WS-DISPLAY-PAID.
           DISPLAY "SURVIVING " WS-SURVIVING-NUMBER " "
               WS-SURVIVOR-NAME
               " OWED " WS-DISPLAY-FEES " PAID " WS-DISPLAY-PAID.
           DISPLAY "MERGE " WS-LOSING-NUMBER " INTO "
               WS-SURVIVING-NUMBER " (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               SET MERGE-IS-CANCELLED TO TRUE
           END-IF.

       MERGE-ACCOUNTS.
           IF PAYMENT-LOG-IS-PRESENT
               PERFORM MOVE-PAYMENT-LOG-ROWS
           END-IF.
           PERFORM MOVE-ADJUSTMENT-LOG-ROWS.
           PERFORM MOVE-SPONSOR-BILL-LINES.
           IF LOSER-HAS-PLAN
               PERFORM MOVE-PLAN-INSTALLMENTS
           END-IF.
           PERFORM MERGE-ONE-LOSER-COURSE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX IS GREATER THAN WS-LE-COUNT.
           IF LOSER-HAS-ADDRESS
               PERFORM MERGE-ADDRESS
           END-IF.
           IF LOSER-HAS-SPONSOR
               PERFORM MERGE-SPONSOR-LINK
           END-IF.
           IF LOSER-HAS-DUNNING
               PERFORM MERGE-DUNNING-HISTORY
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               PERFORM MOVE-STUDENT-HOLDS
           END-IF.
           PERFORM COMBINE-MASTER-BALANCES.
           PERFORM RETIRE-LOSING-ACCOUNT.

       MOVE-PAYMENT-LOG-ROWS.
           SET MORE-ROWS-TO-MOVE TO TRUE.
           PERFORM MOVE-NEXT-PAYMENT-LOG-ROW UNTIL NO-MORE-ROWS.

       MOVE-NEXT-PAYMENT-LOG-ROW.
           MOVE WS-LOSING-NUMBER TO PL-STUDENT-NUMBER.
           MOVE ZERO TO PL-RECEIPT-NUMBER.
           MOVE ZERO TO PL-LINE-NUMBER.
           START PAYMENT-LOG-FILE KEY IS NOT LESS THAN PL-LOG-KEY
               INVALID KEY SET NO-MORE-ROWS TO TRUE
           END-START.
           IF MORE-ROWS-TO-MOVE
               READ PAYMENT-LOG-FILE NEXT RECORD
                   AT END SET NO-MORE-ROWS TO TRUE
               END-READ
           END-IF.
           IF MORE-ROWS-TO-MOVE
               AND PL-STUDENT-NUMBER NOT = WS-LOSING-NUMBER
               SET NO-MORE-ROWS TO TRUE
           END-IF.
           IF MORE-ROWS-TO-MOVE
               MOVE PL-RECORD TO WS-SAVED-PL-ROW
               DELETE PAYMENT-LOG-FILE RECORD
                   INVALID KEY
                       DISPLAY "PAYMENT LOG ROW NOT DELETED, FS = "
                           PL-FILE-STATUS
                       SET NO-MORE-ROWS TO TRUE
                   NOT INVALID KEY
                       PERFORM WRITE-SURVIVOR-PAYMENT-ROW
               END-DELETE
           END-IF.

       WRITE-SURVIVOR-PAYMENT-ROW.
           MOVE WS-SAVED-PL-ROW TO PL-RECORD.
           MOVE WS-SURVIVING-NUMBER TO PL-STUDENT-NUMBER.
           MOVE ZERO TO PL-LINE-NUMBER.
           MOVE "22" TO PL-FILE-STATUS.
           PERFORM INSERT-PAYMENT-LOG-RECORD
               UNTIL PL-FILE-STATUS NOT = "22"
               OR PL-LINE-NUMBER = 99.
           IF PAYMENT-LOG-WRITTEN
               ADD 1 TO WS-PAYMENTS-MOVED
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE WS-SAVED-PL-ROW TO WS-BEFORE-IMAGE
               MOVE PL-RECORD TO WS-AFTER-IMAGE
               MOVE "PLOG" TO WS-JOURNAL-TYPE
               MOVE WS-LOSING-NUMBER TO WS-JOURNAL-STUDENT
               MOVE PL-RECEIPT-NUMBER TO WS-JOURNAL-KEY
               PERFORM WRITE-CHANGE-JOURNAL
           ELSE
               DISPLAY "PAYMENT LOG NOT WRITTEN, FS = " PL-FILE-STATUS
                   " STUDENT = " PL-STUDENT-NUMBER
                   " RECEIPT = " PL-RECEIPT-NUMBER
               MOVE WS-SAVED-PL-ROW TO PL-RECORD
               WRITE PL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               SET NO-MORE-ROWS TO TRUE
           END-IF.

       INSERT-PAYMENT-LOG-RECORD.
           ADD 1 TO PL-LINE-NUMBER.
           WRITE PL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       MOVE-ADJUSTMENT-LOG-ROWS.
           OPEN INPUT ADJUSTMENT-LOG-FILE.
           IF AJ-FILE-STATUS = "00"
               OPEN OUTPUT ADJUSTMENT-WORK-FILE
               READ ADJUSTMENT-LOG-FILE
                   AT END SET END-OF-AJF TO TRUE
               END-READ
               PERFORM COPY-ONE-ADJUSTMENT-ROW UNTIL END-OF-AJF
               CLOSE ADJUSTMENT-LOG-FILE
               CLOSE ADJUSTMENT-WORK-FILE
               IF WS-ADJUSTMENTS-MOVED > ZERO
                   PERFORM COPY-ADJUSTMENTS-BACK
               END-IF
           END-IF.

       COPY-ONE-ADJUSTMENT-ROW.
           IF AJL-STUDENT-NUMBER = WS-LOSING-NUMBER
               MOVE AJL-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SURVIVING-NUMBER TO AJL-STUDENT-NUMBER
               MOVE AJL-RECORD TO WS-AFTER-IMAGE
               ADD 1 TO WS-ADJUSTMENTS-MOVED
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE "ADJL" TO WS-JOURNAL-TYPE
               MOVE WS-LOSING-NUMBER TO WS-JOURNAL-STUDENT
               MOVE AJL-RUN-DATE TO WS-JOURNAL-KEY
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
           MOVE AJL-RECORD TO AJW-RECORD.
           WRITE AJW-RECORD.
           READ ADJUSTMENT-LOG-FILE
               AT END SET END-OF-AJF TO TRUE
           END-READ.

       COPY-ADJUSTMENTS-BACK.
           OPEN INPUT ADJUSTMENT-WORK-FILE.
           OPEN OUTPUT ADJUSTMENT-LOG-FILE.
           READ ADJUSTMENT-WORK-FILE
               AT END SET END-OF-AJW TO TRUE
           END-READ.
           PERFORM COPY-ONE-ADJUSTMENT-BACK UNTIL END-OF-AJW.
           CLOSE ADJUSTMENT-WORK-FILE.
           CLOSE ADJUSTMENT-LOG-FILE.

       COPY-ONE-ADJUSTMENT-BACK.
           MOVE AJW-RECORD TO AJL-RECORD.
           WRITE AJL-RECORD.
           READ ADJUSTMENT-WORK-FILE
               AT END SET END-OF-AJW TO TRUE
           END-READ.

       MOVE-SPONSOR-BILL-LINES.
           OPEN INPUT SPONSOR-BILL-FILE.
           IF SB-FILE-STATUS = "00"
               OPEN OUTPUT BILL-WORK-FILE
               READ SPONSOR-BILL-FILE
                   AT END SET END-OF-SBF TO TRUE
               END-READ
               PERFORM COPY-ONE-BILL-LINE UNTIL END-OF-SBF
               CLOSE SPONSOR-BILL-FILE
               CLOSE BILL-WORK-FILE
               IF WS-BILL-LINES-MOVED > ZERO
                   PERFORM COPY-BILL-LINES-BACK
               END-IF
           END-IF.

       COPY-ONE-BILL-LINE.
           IF SB-STUDENT-NUMBER = WS-LOSING-NUMBER
               MOVE SB-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SURVIVING-NUMBER TO SB-STUDENT-NUMBER
               MOVE WS-SURVIVOR-NAME TO SB-STUDENT-NAME
               MOVE SB-RECORD TO WS-AFTER-IMAGE
               ADD 1 TO WS-BILL-LINES-MOVED
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE "SPBL" TO WS-JOURNAL-TYPE
               MOVE WS-LOSING-NUMBER TO WS-JOURNAL-STUDENT
               MOVE SB-SPONSOR-CODE TO WS-JOURNAL-KEY
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
           MOVE SB-RECORD TO BW-RECORD.
           WRITE BW-RECORD.
           READ SPONSOR-BILL-FILE
               AT END SET END-OF-SBF TO TRUE
           END-READ.

       COPY-BILL-LINES-BACK.
           OPEN INPUT BILL-WORK-FILE.
           OPEN OUTPUT SPONSOR-BILL-FILE.
           READ BILL-WORK-FILE
               AT END SET END-OF-BWF TO TRUE
           END-READ.
           PERFORM COPY-ONE-BILL-LINE-BACK UNTIL END-OF-BWF.
           CLOSE BILL-WORK-FILE.
           CLOSE SPONSOR-BILL-FILE.

       COPY-ONE-BILL-LINE-BACK.
           MOVE BW-RECORD TO SB-RECORD.
           WRITE SB-RECORD.
           READ BILL-WORK-FILE
               AT END SET END-OF-BWF TO TRUE
           END-READ.

       MOVE-PLAN-INSTALLMENTS.
           SET MORE-ROWS-TO-MOVE TO TRUE.
           PERFORM MOVE-NEXT-INSTALLMENT UNTIL NO-MORE-ROWS.

       MOVE-NEXT-INSTALLMENT.
           MOVE WS-LOSING-NUMBER TO PP-STUDENT-NUMBER.
           MOVE ZERO TO PP-INSTALLMENT-NO.
           START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-PLAN-KEY
               INVALID KEY SET NO-MORE-ROWS TO TRUE
           END-START.
           IF MORE-ROWS-TO-MOVE
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END SET NO-MORE-ROWS TO TRUE
               END-READ
           END-IF.
           IF MORE-ROWS-TO-MOVE
               AND PP-STUDENT-NUMBER NOT = WS-LOSING-NUMBER
               SET NO-MORE-ROWS TO TRUE
           END-IF.
           IF MORE-ROWS-TO-MOVE
               MOVE PP-RECORD TO WS-SAVED-PP-ROW
               DELETE PAYMENT-PLAN-FILE RECORD
                   INVALID KEY
                       DISPLAY "INSTALLMENT NOT DELETED, FS = "
                           PP-FILE-STATUS
                       SET NO-MORE-ROWS TO TRUE
                   NOT INVALID KEY
                       PERFORM WRITE-SURVIVOR-INSTALLMENT
               END-DELETE
           END-IF.

       WRITE-SURVIVOR-INSTALLMENT.
           MOVE WS-SAVED-PP-ROW TO PP-RECORD.
           MOVE WS-SURVIVING-NUMBER TO PP-STUDENT-NUMBER.
           WRITE PP-RECORD
               INVALID KEY
                   DISPLAY "INSTALLMENT NOT WRITTEN, FS = "
                       PP-FILE-STATUS
                   MOVE WS-SAVED-PP-ROW TO PP-RECORD
                   WRITE PP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   SET NO-MORE-ROWS TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-INSTALLMENTS-MOVED
                   MOVE "C" TO WS-JOURNAL-ACTION
                   MOVE WS-SAVED-PP-ROW TO WS-BEFORE-IMAGE
                   MOVE PP-RECORD TO WS-AFTER-IMAGE
                   MOVE "PLAN" TO WS-JOURNAL-TYPE
                   MOVE WS-LOSING-NUMBER TO WS-JOURNAL-STUDENT
                   MOVE PP-INSTALLMENT-NO TO WS-JOURNAL-KEY
                   PERFORM WRITE-CHANGE-JOURNAL
           END-WRITE.

       MERGE-ONE-LOSER-COURSE.
           PERFORM FIND-SURVIVOR-COURSE.
           IF LE-ROW-IS-ON-FILE(WS-IX)
               MOVE WS-LOSING-NUMBER TO EN-STUDENT-NUMBER
               MOVE WS-LE-COURSE(WS-IX) TO EN-COURSE-CODE
               PERFORM REMOVE-ENROLLMENT-RECORD
           END-IF.
           IF COURSE-ALREADY-HELD
               PERFORM RELEASE-DUPLICATE-SEAT
           ELSE
               IF SURVIVOR-COURSE-IS-IMPLICIT
                   MOVE WS-SURVIVING-NUMBER TO EN-STUDENT-NUMBER
                   MOVE WS-SURVIVOR-COURSE TO EN-COURSE-CODE
                   MOVE WS-SURVIVOR-TERM TO EN-TERM-CODE
                   MOVE WS-RUN-DATE TO EN-ENROLL-DATE
                   PERFORM ADD-ENROLLMENT-RECORD
                   SET SURVIVOR-COURSE-IS-EXPLICIT TO TRUE
               END-IF
               MOVE WS-SURVIVING-NUMBER TO EN-STUDENT-NUMBER
               MOVE WS-LE-COURSE(WS-IX) TO EN-COURSE-CODE
               MOVE WS-LE-TERM(WS-IX) TO EN-TERM-CODE
               MOVE WS-LE-DATE(WS-IX) TO EN-ENROLL-DATE
               PERFORM ADD-ENROLLMENT-RECORD
               ADD 1 TO WS-ENROLLMENTS-MOVED
               ADD 1 TO WS-SC-COUNT
               MOVE WS-LE-COURSE(WS-IX) TO WS-SC-COURSE(WS-SC-COUNT)
           END-IF.

       REMOVE-ENROLLMENT-RECORD.
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EN-RECORD TO WS-BEFORE-IMAGE
                   DELETE ENROLLMENT-FILE
                       INVALID KEY
                           DISPLAY "ENROLLMENT NOT DELETED, FS = "
                               EN-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-ENROLLMENT-RECORD
                   END-DELETE
           END-READ.

       ADD-ENROLLMENT-RECORD.
           WRITE EN-RECORD
               INVALID KEY
                   DISPLAY "ENROLLMENT NOT WRITTEN, FS = "
                       EN-FILE-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE EN-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-ENROLLMENT-RECORD
           END-WRITE.

       RELEASE-DUPLICATE-SEAT.
           IF COURSE-FILE-IS-PRESENT
               MOVE WS-LE-COURSE(WS-IX) TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "COURSE NOT FOUND FOR COUNT: "
                           CM-COURSE-CODE
                   NOT INVALID KEY
                       IF CM-ENROLLED-COUNT IS GREATER THAN ZERO
                           SUBTRACT 1 FROM CM-ENROLLED-COUNT
                       END-IF
                       REWRITE CM-RECORD
                           INVALID KEY
                               DISPLAY "COURSE COUNT NOT UPDATED, FS = "
                                   CM-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-SEATS-RELEASED
                       END-REWRITE
               END-READ
           END-IF.

       MERGE-ADDRESS.
           MOVE WS-LOSING-NUMBER TO AD-STUDENT-NUMBER.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AD-RECORD TO WS-SAVED-AD-ROW
                   MOVE AD-RECORD TO WS-BEFORE-IMAGE
                   DELETE STUDENT-ADDRESS-FILE
                       INVALID KEY
                           DISPLAY "ADDRESS NOT DELETED, FS = "
                               AD-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-ADDRESS-RECORD
                           IF SURVIVOR-HAS-NO-ADDRESS
                               PERFORM WRITE-SURVIVOR-ADDRESS
                           END-IF
                   END-DELETE
           END-READ.

       WRITE-SURVIVOR-ADDRESS.
           MOVE WS-SAVED-AD-ROW TO AD-RECORD.
           MOVE WS-SURVIVING-NUMBER TO AD-STUDENT-NUMBER.
           WRITE AD-RECORD
               INVALID KEY
                   DISPLAY "ADDRESS NOT WRITTEN, FS = " AD-FILE-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE AD-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-ADDRESS-RECORD
           END-WRITE.

       MERGE-SPONSOR-LINK.
           MOVE WS-LOSING-NUMBER TO SL-STUDENT-NUMBER.
           READ SPONSOR-LINK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SL-RECORD TO WS-SAVED-SL-ROW
                   MOVE SL-RECORD TO WS-BEFORE-IMAGE
                   DELETE SPONSOR-LINK-FILE
                       INVALID KEY
                           DISPLAY "SPONSOR LINK NOT DELETED, FS = "
                               SL-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-SPONSOR-LINK
                           IF SURVIVOR-HAS-NO-SPONSOR
                               PERFORM WRITE-SURVIVOR-SPONSOR-LINK
                           END-IF
                   END-DELETE
           END-READ.

       WRITE-SURVIVOR-SPONSOR-LINK.
           MOVE WS-SAVED-SL-ROW TO SL-RECORD.
           MOVE WS-SURVIVING-NUMBER TO SL-STUDENT-NUMBER.
           WRITE SL-RECORD
               INVALID KEY
                   DISPLAY "SPONSOR LINK NOT WRITTEN, FS = "
                       SL-FILE-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SL-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-SPONSOR-LINK
           END-WRITE.

       MERGE-DUNNING-HISTORY.
           MOVE WS-LOSING-NUMBER TO DH-STUDENT-NUMBER.
           READ DUNNING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DH-RECORD TO WS-SAVED-DUNNING
                   MOVE DH-RECORD TO WS-BEFORE-IMAGE
                   DELETE DUNNING-HISTORY-FILE
                       INVALID KEY
                           DISPLAY "DUNNING HISTORY NOT DELETED, FS = "
                               DH-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-DUNNING-RECORD
                           PERFORM APPLY-DUNNING-TO-SURVIVOR
                   END-DELETE
           END-READ.

       APPLY-DUNNING-TO-SURVIVOR.
           MOVE WS-SURVIVING-NUMBER TO DH-STUDENT-NUMBER.
           IF SURVIVOR-HAS-DUNNING
               READ DUNNING-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DH-RECORD TO WS-BEFORE-IMAGE
                       IF WS-SAVED-DH-LEVEL > DH-LETTER-LEVEL
                           MOVE WS-SAVED-DH-LEVEL TO DH-LETTER-LEVEL
                       END-IF
                       IF WS-SAVED-DH-DATE > DH-LAST-LETTER-DATE
                           MOVE WS-SAVED-DH-DATE TO DH-LAST-LETTER-DATE
                       END-IF
                       REWRITE DH-RECORD
                           INVALID KEY
                               DISPLAY "DUNNING HISTORY NOT UPDATED, "
                                   "FS = " DH-FILE-STATUS
                           NOT INVALID KEY
                               MOVE "C" TO WS-JOURNAL-ACTION
                               MOVE DH-RECORD TO WS-AFTER-IMAGE
                               PERFORM JOURNAL-DUNNING-RECORD
                       END-REWRITE
               END-READ
           ELSE
               MOVE WS-SAVED-DH-LEVEL TO DH-LETTER-LEVEL
               MOVE WS-SAVED-DH-DATE TO DH-LAST-LETTER-DATE
               WRITE DH-RECORD
                   INVALID KEY
                       DISPLAY "DUNNING HISTORY NOT WRITTEN, FS = "
                           DH-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE DH-RECORD TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-DUNNING-RECORD
               END-WRITE
           END-IF.

       MOVE-STUDENT-HOLDS.
           SET MORE-ROWS-TO-MOVE TO TRUE.
           PERFORM MOVE-NEXT-STUDENT-HOLD UNTIL NO-MORE-ROWS.

       MOVE-NEXT-STUDENT-HOLD.
           MOVE WS-LOSING-NUMBER TO HD-STUDENT-NUMBER.
           MOVE SPACES TO HD-HOLD-TYPE.
           START STUDENT-HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY SET NO-MORE-ROWS TO TRUE
           END-START.
           IF MORE-ROWS-TO-MOVE
               READ STUDENT-HOLD-FILE NEXT RECORD
                   AT END SET NO-MORE-ROWS TO TRUE
               END-READ
           END-IF.
           IF MORE-ROWS-TO-MOVE
               AND HD-STUDENT-NUMBER NOT = WS-LOSING-NUMBER
               SET NO-MORE-ROWS TO TRUE
           END-IF.
           IF MORE-ROWS-TO-MOVE
               MOVE HD-RECORD TO WS-SAVED-HD-ROW
               MOVE HD-RECORD TO WS-BEFORE-IMAGE
               DELETE STUDENT-HOLD-FILE RECORD
                   INVALID KEY
                       DISPLAY "HOLD NOT DELETED, FS = "
                           HD-FILE-STATUS
                       SET NO-MORE-ROWS TO TRUE
                   NOT INVALID KEY
                       MOVE "D" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-HOLD-RECORD
                       PERFORM WRITE-SURVIVOR-HOLD
               END-DELETE
           END-IF.

       WRITE-SURVIVOR-HOLD.
           MOVE WS-SAVED-HD-ROW TO HD-RECORD.
           MOVE WS-SURVIVING-NUMBER TO HD-STUDENT-NUMBER.
           WRITE HD-RECORD
               INVALID KEY
                   IF HD-FILE-STATUS = "22"
                       ADD 1 TO WS-HOLDS-DROPPED
                   ELSE
                       DISPLAY "HOLD NOT WRITTEN, FS = "
                           HD-FILE-STATUS
                       MOVE WS-SAVED-HD-ROW TO HD-RECORD
                       WRITE HD-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       SET NO-MORE-ROWS TO TRUE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-MOVED
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE HD-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-HOLD-RECORD
           END-WRITE.

       COMBINE-MASTER-BALANCES.
           MOVE WS-SURVIVING-NUMBER TO SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "SURVIVOR NOT FOUND FOR UPDATE, FS = "
                       SM-FILE-STATUS
               NOT INVALID KEY
                   MOVE SM-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-COMBINED-FEES TO SM-FEES-OWED
                   MOVE WS-COMBINED-PAID TO SM-AMOUNT-PAID
                   MOVE WS-COMBINED-PRIOR-FEES TO SM-PRIOR-FEES-OWED
                   MOVE WS-COMBINED-PRIOR-PAID TO SM-PRIOR-AMOUNT-PAID
                   REWRITE SM-RECORD
                       INVALID KEY
                           DISPLAY "SURVIVOR NOT UPDATED, FS = "
                               SM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "C" TO WS-JOURNAL-ACTION
                           MOVE SM-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-STUDENT-RECORD
                   END-REWRITE
           END-READ.

       RETIRE-LOSING-ACCOUNT.
           MOVE WS-LOSING-NUMBER TO SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOSING ACCOUNT NOT FOUND FOR RETIRE, FS = "
                       SM-FILE-STATUS
               NOT INVALID KEY
                   MOVE SM-RECORD TO WS-BEFORE-IMAGE
                   DELETE STUDENT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "LOSING ACCOUNT NOT DELETED, FS = "
                               SM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-STUDENT-RECORD
                   END-DELETE
           END-READ.

           PERFORM REPOINT-EARLIER-MERGES.

           MOVE WS-LOSING-NUMBER TO MG-LOSING-NUMBER.
           MOVE WS-SURVIVING-NUMBER TO MG-SURVIVING-NUMBER.
           MOVE WS-LOSER-NAME TO MG-LOSING-NAME.
           MOVE WS-RUN-DATE TO MG-MERGE-DATE.
           MOVE WS-OPERATOR-ID TO MG-MERGED-BY.
           MOVE WS-LOSER-FEES-OWED TO MG-FEES-MOVED.
           MOVE WS-LOSER-AMOUNT-PAID TO MG-PAID-MOVED.
           MOVE WS-LOSER-PRIOR-FEES TO MG-PRIOR-FEES-MOVED.
           MOVE WS-LOSER-PRIOR-PAID TO MG-PRIOR-PAID-MOVED.
           MOVE WS-PAYMENTS-MOVED TO MG-PAYMENTS-MOVED.
           MOVE WS-ADJUSTMENTS-MOVED TO MG-ADJUSTMENTS-MOVED.
           MOVE WS-INSTALLMENTS-MOVED TO MG-INSTALLMENTS-MOVED.
           MOVE WS-ENROLLMENTS-MOVED TO MG-ENROLLMENTS-MOVED.
           MOVE WS-SEATS-RELEASED TO MG-SEATS-RELEASED.
           WRITE MG-RECORD
               INVALID KEY
                   DISPLAY "MERGE RECORD NOT WRITTEN, FS = "
                       MG-FILE-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MG-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-MERGE-RECORD
           END-WRITE.

       REPOINT-EARLIER-MERGES.
           MOVE ZERO TO MG-LOSING-NUMBER.
           START STUDENT-MERGE-FILE
               KEY IS NOT LESS THAN MG-LOSING-NUMBER
               INVALID KEY SET END-OF-MGF TO TRUE
           END-START.
           IF NOT END-OF-MGF
               READ STUDENT-MERGE-FILE NEXT RECORD
                   AT END SET END-OF-MGF TO TRUE
               END-READ
           END-IF.
           PERFORM REPOINT-ONE-MERGE UNTIL END-OF-MGF.

       REPOINT-ONE-MERGE.
           IF MG-SURVIVING-NUMBER = WS-LOSING-NUMBER
               MOVE MG-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-SURVIVING-NUMBER TO MG-SURVIVING-NUMBER
               REWRITE MG-RECORD
                   INVALID KEY
                       DISPLAY "EARLIER MERGE NOT REPOINTED, FS = "
                           MG-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-MERGES-REPOINTED
                       MOVE "C" TO WS-JOURNAL-ACTION
                       MOVE MG-RECORD TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-MERGE-RECORD
               END-REWRITE
           END-IF.
           READ STUDENT-MERGE-FILE NEXT RECORD
               AT END SET END-OF-MGF TO TRUE
           END-READ.

       JOURNAL-STUDENT-RECORD.
           MOVE "STUD" TO WS-JOURNAL-TYPE.
           MOVE SM-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE SPACES TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-ENROLLMENT-RECORD.
           MOVE "ENRL" TO WS-JOURNAL-TYPE.
           MOVE EN-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE EN-COURSE-CODE TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-ADDRESS-RECORD.
           MOVE "ADDR" TO WS-JOURNAL-TYPE.
           MOVE AD-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE SPACES TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-SPONSOR-LINK.
           MOVE "SPON" TO WS-JOURNAL-TYPE.
           MOVE SL-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE SL-SPONSOR-CODE TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-DUNNING-RECORD.
           MOVE "DUNH" TO WS-JOURNAL-TYPE.
           MOVE DH-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE SPACES TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-HOLD-RECORD.
           MOVE "HOLD" TO WS-JOURNAL-TYPE.
           MOVE HD-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE HD-HOLD-TYPE TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-MERGE-RECORD.
           MOVE "MRGE" TO WS-JOURNAL-TYPE.
           MOVE MG-LOSING-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE MG-SURVIVING-NUMBER TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       WRITE-CHANGE-JOURNAL.
           ACCEPT CJ-CHANGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-OF-DAY(1:6) TO CJ-CHANGE-TIME.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE WS-JOURNAL-TYPE TO CJ-RECORD-TYPE.
           MOVE WS-JOURNAL-ACTION TO CJ-ACTION.
           MOVE WS-JOURNAL-STUDENT TO CJ-STUDENT-NUMBER.
           MOVE WS-JOURNAL-KEY TO CJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           WRITE CJ-RECORD.
