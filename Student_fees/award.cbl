       IDENTIFICATION DIVISION.
       PROGRAM-ID. award.
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


           WORKING-STORAGE SECTION.
           01 AW-FILE-STATUS PIC XX.
           01 SM-FILE-STATUS PIC XX.
           01 WS-TODAY PIC 9(8).
           01 WS-CONTINUE PIC X VALUE "Y".
               88 KEEP-PROCESSING VALUE "Y".
           01 WS-CHOICE PIC X.
           01 WS-INPUT-FIELD PIC X(30).
           01 WS-INPUT-AMOUNT PIC 9(6).
           01 WS-INPUT-DATE PIC 9(8).
           01 WS-INPUT-DATE-PARTS REDEFINES WS-INPUT-DATE.
               02 WS-INPUT-YEAR        PIC 9(4).
               02 WS-INPUT-MONTH       PIC 9(2).
               02 WS-INPUT-DAY         PIC 9(2).
           01 WS-ENTRY PIC X VALUE "N".
               88 ENTRY-IS-VALID VALUE "Y".
               88 ENTRY-IS-INVALID VALUE "N".
           01 WS-AWARDS-LISTED PIC 9(4).
           01 WS-STATUS-TEXT PIC X(10).
           01 WS-DISPLAY-AMOUNT PIC Z(3)9.

           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
                   88 ROLE-MAY-MAINTAIN-AWARDS VALUE "SUPV" "FINC".
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
           IF NOT ROLE-MAY-MAINTAIN-AWARDS
               DISPLAY "SIGN-ON REFUSED - AWARD MAINTENANCE NEEDS "
                   "FINANCE OR A SUPERVISOR"
               STOP RUN
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "AWARD" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - AWARD MAINTENANCE NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN I-O AWARD-FILE.
           IF AW-FILE-STATUS NOT = "00"
               OPEN OUTPUT AWARD-FILE
               IF AW-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN AWARD FILE, FS = "
                       AW-FILE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
               IF AW-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN AWARD FILE, FS = "
                       AW-FILE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               CLOSE AWARD-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

           PERFORM PROCESS-MENU-CHOICE UNTIL NOT KEEP-PROCESSING.

           CLOSE AWARD-FILE.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       PROCESS-MENU-CHOICE.
           DISPLAY " ".
           DISPLAY "BURSARY AND AWARD MAINTENANCE - " WS-OPERATOR-ID.
           DISPLAY "  A - ADD AN AWARD".
           DISPLAY "  C - CANCEL AN UNDISBURSED AWARD".
           DISPLAY "  I - STUDENT AWARD INQUIRY".
           DISPLAY "  X - EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A"
                   PERFORM ADD-AWARD
               WHEN "C"
                   PERFORM CANCEL-AWARD
               WHEN "I"
                   PERFORM AWARD-INQUIRY
               WHEN "X"
                   MOVE "N" TO WS-CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       ACCEPT-AWARD-KEY.
           SET ENTRY-IS-VALID TO TRUE.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, FS = " SM-FILE-STATUS
                   SET ENTRY-IS-INVALID TO TRUE
               NOT INVALID KEY
                   DISPLAY "STUDENT: " SM-STUDENT-NAME
           END-READ.
           IF ENTRY-IS-VALID
               MOVE SM-STUDENT-NUMBER TO AW-STUDENT-NUMBER
               DISPLAY "FUND CODE     : " WITH NO ADVANCING
               ACCEPT AW-FUND-CODE
               MOVE FUNCTION UPPER-CASE(AW-FUND-CODE) TO AW-FUND-CODE
               DISPLAY "TERM CODE     : " WITH NO ADVANCING
               ACCEPT AW-TERM-CODE
               MOVE FUNCTION UPPER-CASE(AW-TERM-CODE) TO AW-TERM-CODE
               IF AW-FUND-CODE = SPACES OR AW-TERM-CODE = SPACES
                   DISPLAY "FUND AND TERM ARE REQUIRED"
                   SET ENTRY-IS-INVALID TO TRUE
               END-IF
           END-IF.

       ADD-AWARD.
           PERFORM ACCEPT-AWARD-KEY.
           IF ENTRY-IS-VALID
               DISPLAY "AWARD AMOUNT  : " WITH NO ADVANCING
               ACCEPT WS-INPUT-FIELD
               MOVE FUNCTION NUMVAL(WS-INPUT-FIELD) TO WS-INPUT-AMOUNT
               IF WS-INPUT-AMOUNT = ZERO
                   OR WS-INPUT-AMOUNT IS GREATER THAN 9999
                   DISPLAY "INVALID AMOUNT"
                   SET ENTRY-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               DISPLAY "DISBURSE ON (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-MONTH IS LESS THAN 1
                   OR WS-INPUT-MONTH IS GREATER THAN 12
                   OR WS-INPUT-DAY IS LESS THAN 1
                   OR WS-INPUT-DAY IS GREATER THAN 31
                   DISPLAY "INVALID DATE"
                   SET ENTRY-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF ENTRY-IS-VALID
               MOVE WS-INPUT-AMOUNT TO AW-AWARD-AMOUNT
               MOVE WS-INPUT-DATE TO AW-DISBURSE-DATE
               SET AWARD-IS-PENDING TO TRUE
               MOVE ZERO TO AW-DISBURSED-AMOUNT
               MOVE ZERO TO AW-DISBURSED-DATE
               MOVE ZERO TO AW-CANCELLED-AMOUNT
               MOVE ZERO TO AW-CLAWBACK-AMOUNT
               MOVE ZERO TO AW-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO AW-ENTERED-BY
               MOVE SPACES TO AW-HOLD-REASON
               WRITE AW-RECORD
                   INVALID KEY
                       DISPLAY "AWARD ALREADY ON FILE FOR THIS "
                           "STUDENT, FUND AND TERM - NOT SAVED"
                   NOT INVALID KEY
                       DISPLAY "AWARD SAVED"
               END-WRITE
           END-IF.

       CANCEL-AWARD.
           PERFORM ACCEPT-AWARD-KEY.
           IF ENTRY-IS-VALID
               READ AWARD-FILE
                   INVALID KEY
                       DISPLAY "AWARD NOT FOUND"
                   NOT INVALID KEY
                       PERFORM CANCEL-PENDING-AWARD
               END-READ
           END-IF.

       CANCEL-PENDING-AWARD.
           IF AWARD-IS-PENDING
               MOVE AW-AWARD-AMOUNT TO AW-CANCELLED-AMOUNT
               SET AWARD-IS-CANCELLED TO TRUE
               MOVE WS-TODAY TO AW-CLOSED-DATE
               MOVE "CANCELLED BY " TO AW-HOLD-REASON
               MOVE WS-OPERATOR-ID TO AW-HOLD-REASON(14:8)
               REWRITE AW-RECORD
                   INVALID KEY
                       DISPLAY "AWARD NOT UPDATED, FS = "
                           AW-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "AWARD CANCELLED"
               END-REWRITE
           ELSE
               DISPLAY "ONLY AN UNDISBURSED AWARD CAN BE CANCELLED"
           END-IF.

       AWARD-INQUIRY.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT AW-STUDENT-NUMBER.
           MOVE SPACES TO AW-FUND-CODE.
           MOVE SPACES TO AW-TERM-CODE.
           MOVE ZERO TO WS-AWARDS-LISTED.
           MOVE AW-STUDENT-NUMBER TO SM-STUDENT-NUMBER.
           START AWARD-FILE KEY IS NOT LESS THAN AW-AWARD-KEY
               INVALID KEY SET END-OF-AWF TO TRUE
           END-START.
           IF NOT END-OF-AWF
               READ AWARD-FILE NEXT RECORD
                   AT END SET END-OF-AWF TO TRUE
               END-READ
           END-IF.
           PERFORM LIST-STUDENT-AWARD
               UNTIL END-OF-AWF
               OR AW-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER.
           IF WS-AWARDS-LISTED = ZERO
               DISPLAY "NO AWARDS FOR STUDENT " SM-STUDENT-NUMBER
           END-IF.

       LIST-STUDENT-AWARD.
           EVALUATE TRUE
               WHEN AWARD-IS-PENDING
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN AWARD-IS-DISBURSED
                   MOVE "DISBURSED" TO WS-STATUS-TEXT
               WHEN AWARD-IS-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN AWARD-IS-CLAWED-BACK
                   MOVE "CLAWED BACK" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE AW-AWARD-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY AW-FUND-CODE " " AW-TERM-CODE " AWARD "
               WS-DISPLAY-AMOUNT " DUE " AW-DISBURSE-DATE " "
               WS-STATUS-TEXT.
           IF AW-DISBURSED-AMOUNT IS GREATER THAN ZERO
               MOVE AW-DISBURSED-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "    DISBURSED " WS-DISPLAY-AMOUNT
                   " ON " AW-DISBURSED-DATE
           END-IF.
           IF AW-CANCELLED-AMOUNT IS GREATER THAN ZERO
               MOVE AW-CANCELLED-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "    CANCELLED " WS-DISPLAY-AMOUNT
                   " ON " AW-CLOSED-DATE
           END-IF.
           IF AW-CLAWBACK-AMOUNT IS GREATER THAN ZERO
               MOVE AW-CLAWBACK-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY "    CLAWED BACK " WS-DISPLAY-AMOUNT
                   " ON " AW-CLOSED-DATE
           END-IF.
           IF AWARD-IS-PENDING AND AW-HOLD-REASON NOT = SPACES
               DISPLAY "    LAST HELD: " AW-HOLD-REASON
           END-IF.
           ADD 1 TO WS-AWARDS-LISTED.
           READ AWARD-FILE NEXT RECORD
               AT END SET END-OF-AWF TO TRUE
           END-READ.
