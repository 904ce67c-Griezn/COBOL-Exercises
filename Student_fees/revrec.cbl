       IDENTIFICATION DIVISION.
       PROGRAM-ID. revrec.
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

               SELECT COURSE-MASTER-FILE ASSIGN TO "CourseMaster.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CM-COURSE-CODE
                   FILE STATUS IS CM-FILE-STATUS.

               SELECT TERM-CALENDAR-FILE ASSIGN TO "TermCal.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TC-TERM-CODE
                   FILE STATUS IS TC-FILE-STATUS.

               SELECT FEE-SCHEDULE-FILE ASSIGN TO "FeeSched.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FE-FEE-KEY
                   FILE STATUS IS FE-FILE-STATUS.

               SELECT ENROLLMENT-FILE ASSIGN TO "Enroll.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-ENROLL-KEY
                   FILE STATUS IS EN-FILE-STATUS.

               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AJL-FILE-STATUS.

               SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLAcctMap.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GM-FILE-STATUS.

               SELECT DEFERRAL-FILE ASSIGN TO "RevDefer.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RD-DEFERRAL-KEY
                   FILE STATUS IS RD-FILE-STATUS.

               SELECT JOURNAL-FILE ASSIGN TO "RevJournal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ROLL-FORWARD-REPORT-FILE ASSIGN TO "RevRec.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
           01 SM-RECORD.
               88 END-OF-SMF VALUE HIGH-VALUE.
               02 SM-STUDENT-NUMBER    PIC 9(7).
               02 SM-STUDENT-NAME      PIC X(30).
               02 SM-GENDER            PIC X(1).
               02 SM-COURSE-CODE       PIC X(4).
               02 SM-TERM-CODE         PIC X(6).
               02 SM-FEES-OWED         PIC 9(4).
               02 SM-AMOUNT-PAID       PIC 9(4)V99.
               02 SM-PRIOR-FEES-OWED   PIC 9(4).
               02 SM-PRIOR-AMOUNT-PAID PIC 9(4)V99.

           FD COURSE-MASTER-FILE.
           01 CM-RECORD.
               02 CM-COURSE-CODE      PIC X(4).
               02 CM-COURSE-NAME      PIC X(30).
               02 CM-STANDARD-FEE     PIC 9(4).
               02 CM-COURSE-CAPACITY  PIC 9(4).
               02 CM-ENROLLED-COUNT   PIC 9(4).

           FD TERM-CALENDAR-FILE.
           01 TC-RECORD.
               02 TC-TERM-CODE         PIC X(6).
               02 TC-TERM-START        PIC 9(8).
               02 TC-TERM-END          PIC 9(8).
               02 TC-FEE-DUE-DATE      PIC 9(8).
               02 TC-INSTALLMENT-ANCHOR PIC 9(8).

           FD FEE-SCHEDULE-FILE.
           01 FE-RECORD.
               02 FE-FEE-KEY.
                   03 FE-COURSE-CODE       PIC X(4).
                   03 FE-TERM-CODE         PIC X(6).
               02 FE-TERM-FEE          PIC 9(4).

           FD ENROLLMENT-FILE.
           01 EN-RECORD.
               88 END-OF-ENF VALUE HIGH-VALUE.
               02 EN-ENROLL-KEY.
                   03 EN-STUDENT-NUMBER    PIC 9(7).
                   03 EN-COURSE-CODE       PIC X(4).
               02 EN-TERM-CODE         PIC X(6).
               02 EN-ENROLL-DATE       PIC 9(8).

           FD ADJUSTMENT-LOG-FILE.
           01 AJL-RECORD.
               88 END-OF-AJLF VALUE HIGH-VALUE.
               02 AJL-STUDENT-NUMBER   PIC 9(7).
               02 AJL-ADJUSTMENT       PIC S9(4)V99
                   SIGN IS LEADING SEPARATE.
               02 AJL-RESULTING-FEES   PIC 9(4).
               02 AJL-RUN-DATE         PIC 9(8).
               02 AJL-REASON-CODE      PIC X(4).
                   88 ADJUSTS-TUITION
                       VALUE "SCHL" "WAIV" "CORR" "HRDS" "WDRW"
                             "EPDS".
               02 AJL-AUTHORISER       PIC X(8).
               02 AJL-TERM-CODE        PIC X(6).

           FD ACCOUNT-MAP-FILE.
           01 GM-RECORD.
               88 END-OF-GMF VALUE HIGH-VALUE.
               02 GM-SOURCE-TYPE       PIC X(2).
               02 GM-CODE              PIC X(4).
               02 GM-DEBIT-ACCOUNT     PIC X(8).
               02 GM-CREDIT-ACCOUNT    PIC X(8).

           FD DEFERRAL-FILE.
           01 RD-RECORD.
               88 END-OF-RDF VALUE HIGH-VALUE.
               02 RD-DEFERRAL-KEY.
                   03 RD-TERM-CODE         PIC X(6).
                   03 RD-COURSE-CODE       PIC X(4).
               02 RD-PERIOD            PIC 9(6).
               02 RD-OPEN-BILLED       PIC 9(8)V99.
               02 RD-OPEN-ADJUSTED     PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               02 RD-OPEN-RECOGNISED   PIC 9(8)V99.
               02 RD-BILLED            PIC 9(8)V99.
               02 RD-ADJUSTED          PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               02 RD-RECOGNISED        PIC 9(8)V99.

           FD JOURNAL-FILE.
           01 GJ-RECORD.
               02 GJ-RUN-DATE          PIC 9(8).
               02 GJ-ACCOUNT           PIC X(8).
               02 GJ-DEBIT-CREDIT      PIC X(1).
               02 GJ-AMOUNT            PIC 9(8)V99.
               02 GJ-SOURCE-TYPE       PIC X(2).
               02 GJ-SOURCE-CODE       PIC X(4).
               02 GJ-STUDENT-NUMBER    PIC 9(7).
               02 GJ-REFERENCE         PIC 9(8).

           FD ROLL-FORWARD-REPORT-FILE.
           01 RF-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 CM-FILE-STATUS PIC XX.
           01 TC-FILE-STATUS PIC XX.
           01 FE-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 AJL-FILE-STATUS PIC XX.
           01 GM-FILE-STATUS PIC XX.
           01 RD-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PERIOD PIC 9(6).
           01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               02 WS-PERIOD-YEAR       PIC 9(4).
               02 WS-PERIOD-MONTH      PIC 9(2).
           01 WS-MONTH-START PIC 9(8).
           01 WS-MONTH-END PIC 9(8).
           01 WS-NEXT-MONTH-START PIC 9(8).
           01 WS-FEE-FILE-PRESENT PIC X VALUE "N".
               88 FEE-FILE-IS-PRESENT VALUE "Y".
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-DEFERRAL-FILE-OPEN PIC X VALUE "N".
               88 DEFERRAL-FILE-IS-OPEN VALUE "Y".
           01 WS-RUN-STATE PIC X VALUE "Y".
               88 RUN-MAY-PROCEED VALUE "Y".
               88 RUN-IS-REFUSED VALUE "N".
           01 WS-TERM-STATE PIC X.
               88 TERM-IS-OPEN-FOR-BILLING VALUE "Y".
               88 TERM-IS-FROZEN VALUE "N".
           01 WS-LAST-TERM-READ PIC X(6) VALUE SPACES.
           01 WS-LAST-TERM-STATE PIC X.
           01 WS-EFFECTIVE-FEE PIC 9(4).
           01 WS-ENROLL-MATCHES PIC 9(2).
           01 WS-LOOKUP-TERM PIC X(6).
           01 WS-LOOKUP-COURSE PIC X(4).

           01 WS-DEFERRAL-COUNT PIC 9(4) VALUE ZERO.
           01 WS-DEFERRAL-IX PIC 9(4).
           01 WS-DEFERRAL-POS PIC 9(4).
           01 WS-DEFERRAL-OVERFLOW PIC 9(6) VALUE ZERO.
           01 WS-DEFERRAL-TABLE.
               02 WS-DEFERRAL-ENTRY OCCURS 500.
                   03 WS-DF-TERM           PIC X(6).
                   03 WS-DF-COURSE         PIC X(4).
                   03 WS-DF-OPEN-BILLED    PIC 9(8)V99.
                   03 WS-DF-OPEN-ADJUSTED  PIC S9(8)V99.
                   03 WS-DF-OPEN-RECOGNISED PIC 9(8)V99.
                   03 WS-DF-BILLED         PIC 9(8)V99.
                   03 WS-DF-ADJUSTED       PIC S9(8)V99.
                   03 WS-DF-RECOGNISED     PIC 9(8)V99.
                   03 WS-DF-BILL-SEEN      PIC X(1).
                   03 WS-DF-ON-FILE        PIC X(1).

           01 WS-NET-BILLED PIC S9(9)V99.
           01 WS-TERM-DAYS PIC S9(7).
           01 WS-ELAPSED-DAYS PIC S9(7).
           01 WS-RECOGNISE-NOW PIC S9(9)V99.
           01 WS-MAP-STATE PIC X VALUE "N".
               88 MAPPING-WAS-FOUND VALUE "Y".
           01 WS-DEFERRED-ACCOUNT PIC X(8).
           01 WS-REVENUE-ACCOUNT PIC X(8).
           01 WS-JOURNAL-LINES PIC 9(6) VALUE ZERO.
           01 WS-JOURNAL-DEBITS PIC 9(10)V99 VALUE ZERO.
           01 WS-JOURNAL-CREDITS PIC 9(10)V99 VALUE ZERO.
           01 WS-ADJUSTMENTS-USED PIC 9(6) VALUE ZERO.
           01 WS-STUDENTS-BILLED PIC 9(6) VALUE ZERO.
           01 WS-STUDENTS-NO-TERM PIC 9(6) VALUE ZERO.

           01 WS-PERIOD-REQUEST.
               02 WS-PERIOD-POST-DATE  PIC 9(8).
               02 WS-PERIOD-OPEN-DATE  PIC 9(8).
           01 WS-PERIOD-STATUS PIC XX.
               88 POSTING-PERIOD-IS-OPEN VALUE "00".
           01 WS-LOCK-REQUEST PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-STATUS PIC XX.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-PRIOR-TERM PIC X(6) VALUE SPACES.
           01 WS-ROW-AMOUNTS.
               02 WS-ROW-OPENING       PIC S9(9)V99.
               02 WS-ROW-BILLINGS      PIC S9(9)V99.
               02 WS-ROW-ADJUSTMENTS   PIC S9(9)V99.
               02 WS-ROW-RECOGNISED    PIC S9(9)V99.
               02 WS-ROW-CLOSING       PIC S9(9)V99.
           01 WS-TERM-AMOUNTS.
               02 WS-TERM-OPENING      PIC S9(9)V99.
               02 WS-TERM-BILLINGS     PIC S9(9)V99.
               02 WS-TERM-ADJUSTMENTS  PIC S9(9)V99.
               02 WS-TERM-RECOGNISED   PIC S9(9)V99.
               02 WS-TERM-CLOSING      PIC S9(9)V99.
           01 WS-GRAND-AMOUNTS.
               02 WS-GRAND-OPENING     PIC S9(9)V99 VALUE ZERO.
               02 WS-GRAND-BILLINGS    PIC S9(9)V99 VALUE ZERO.
               02 WS-GRAND-ADJUSTMENTS PIC S9(9)V99 VALUE ZERO.
               02 WS-GRAND-RECOGNISED  PIC S9(9)V99 VALUE ZERO.
               02 WS-GRAND-CLOSING     PIC S9(9)V99 VALUE ZERO.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(20) VALUE SPACES.
               02 FILLER               PIC X(36)
                   VALUE "DEFERRED  REVENUE  ROLL-FORWARD".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).
               02 FILLER               PIC X(11)
                   VALUE "   PERIOD: ".
               02 WS-DL-PERIOD         PIC 9(6).
               02 FILLER               PIC X(14)
                   VALUE "   MONTH END: ".
               02 WS-DL-MONTH-END      PIC 9(8).

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(23)
                   VALUE "TERM   CRSE     OPENING".
               02 FILLER               PIC X(24)
                   VALUE "    BILLINGS ADJUSTMENTS".
               02 FILLER               PIC X(24)
                   VALUE "  RECOGNISED     CLOSING".

           01 WS-DETAIL-LINE.
               02 WS-DT-TERM           PIC X(6).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DT-COURSE         PIC X(4).
               02 WS-DT-AMOUNT         PIC -,---,--9.99 OCCURS 5.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-COMMAND-LINE) TO WS-PERIOD
           ELSE
               COMPUTE WS-MONTH-START = WS-RUN-DATE
                   - FUNCTION MOD(WS-RUN-DATE, 100) + 1
               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
               DIVIDE WS-MONTH-END BY 100 GIVING WS-PERIOD
           END-IF.
           IF WS-PERIOD-MONTH IS LESS THAN 1
               OR WS-PERIOD-MONTH IS GREATER THAN 12
               OR WS-PERIOD-YEAR IS LESS THAN 1900
               DISPLAY "INVALID PERIOD - RECOGNITION NOT RUN"
               DISPLAY "USAGE: revrec [YYYYMM]"
               DISPLAY "  DEFAULT IS THE MONTH BEFORE THE RUN DATE"
               STOP RUN
           END-IF.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).

           MOVE WS-MONTH-END TO WS-PERIOD-POST-DATE.
           CALL "perchk" USING WS-PERIOD-REQUEST WS-PERIOD-STATUS.
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - "
                   "RECOGNITION NOT RUN"
               STOP RUN
           END-IF.

           PERFORM LOAD-RECOGNITION-MAPPING.
           IF NOT MAPPING-WAS-FOUND
               DISPLAY "NO RV RECG MAPPING IN GLAcctMap.dat - "
                   "RECOGNITION NOT RUN"
               STOP RUN
           END-IF.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "REVREC" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " - RECOGNITION NOT STARTED"
               DISPLAY "IF THE HOLDER HAS ABENDED, RUN lockutil "
                   "TO INSPECT AND CLEAR THE LOCK"
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS NOT = "00"
               DISPLAY "NO TERM CALENDAR FILE, FS = " TC-FILE-STATUS
               CLOSE STUDENT-MASTER-FILE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FE-FILE-STATUS = "00"
               SET FEE-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.

           OPEN I-O DEFERRAL-FILE.
           IF RD-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEFERRAL-FILE
               CLOSE DEFERRAL-FILE
               OPEN I-O DEFERRAL-FILE
           END-IF.
           IF RD-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN DEFERRAL FILE, FS = "
                   RD-FILE-STATUS
               SET RUN-IS-REFUSED TO TRUE
           ELSE
               SET DEFERRAL-FILE-IS-OPEN TO TRUE
               PERFORM LOAD-DEFERRAL-BALANCES
           END-IF.

           IF RUN-MAY-PROCEED
               PERFORM ACCUMULATE-TERM-BILLINGS
               PERFORM ACCUMULATE-TUITION-ADJUSTMENTS
               OPEN OUTPUT JOURNAL-FILE
               PERFORM RECOGNISE-DEFERRAL-ENTRY
                   VARYING WS-DEFERRAL-IX FROM 1 BY 1
                   UNTIL WS-DEFERRAL-IX IS GREATER THAN
                       WS-DEFERRAL-COUNT
               CLOSE JOURNAL-FILE
               PERFORM PRINT-ROLL-FORWARD
           END-IF.

           CLOSE STUDENT-MASTER-FILE.
           CLOSE TERM-CALENDAR-FILE.
           CLOSE COURSE-MASTER-FILE.
           IF FEE-FILE-IS-PRESENT
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF DEFERRAL-FILE-IS-OPEN
               CLOSE DEFERRAL-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.

           IF RUN-IS-REFUSED
               DISPLAY "REVENUE RECOGNITION NOT RUN FOR " WS-PERIOD
               STOP RUN
           END-IF.

           MOVE "RevRec.rpt" TO WS-KEEP-NAME.
           MOVE "REVREC" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "REVENUE RECOGNITION COMPLETE FOR " WS-PERIOD.
           DISPLAY "  STUDENTS BILLED    = " WS-STUDENTS-BILLED.
           DISPLAY "  ADJUSTMENTS USED   = " WS-ADJUSTMENTS-USED.
           DISPLAY "  JOURNAL LINES      = " WS-JOURNAL-LINES
               " DEBITS = " WS-JOURNAL-DEBITS
               " CREDITS = " WS-JOURNAL-CREDITS.
           DISPLAY "  JOURNAL IN RevJournal.dat - ROLL-FORWARD IN "
               "RevRec.rpt".
           IF WS-STUDENTS-NO-TERM IS GREATER THAN ZERO
               DISPLAY "  STUDENTS WITH TERM NOT ON CALENDAR = "
                   WS-STUDENTS-NO-TERM " - NOT BILLED"
           END-IF.
           IF WS-DEFERRAL-OVERFLOW IS GREATER THAN ZERO
               DISPLAY "  TERM/COURSE TABLE FULL - "
                   WS-DEFERRAL-OVERFLOW " AMOUNT(S) NOT DEFERRED"
           END-IF.

           STOP RUN.


       RELEASE-RUN-LOCK.
           MOVE "UNLOCK" TO WS-LOCK-REQUEST.
           MOVE SPACES TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       LOAD-RECOGNITION-MAPPING.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF GM-FILE-STATUS = "00"
               READ ACCOUNT-MAP-FILE
                   AT END SET END-OF-GMF TO TRUE
               END-READ
               PERFORM CHECK-ONE-MAPPING
                   UNTIL END-OF-GMF OR MAPPING-WAS-FOUND
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       CHECK-ONE-MAPPING.
           IF GM-SOURCE-TYPE = "RV" AND GM-CODE = "RECG"
               SET MAPPING-WAS-FOUND TO TRUE
               MOVE GM-DEBIT-ACCOUNT TO WS-DEFERRED-ACCOUNT
               MOVE GM-CREDIT-ACCOUNT TO WS-REVENUE-ACCOUNT
           ELSE
               READ ACCOUNT-MAP-FILE
                   AT END SET END-OF-GMF TO TRUE
               END-READ
           END-IF.

       LOAD-DEFERRAL-BALANCES.
           READ DEFERRAL-FILE NEXT RECORD
               AT END SET END-OF-RDF TO TRUE
           END-READ.
           PERFORM LOAD-ONE-DEFERRAL
               UNTIL END-OF-RDF OR RUN-IS-REFUSED.

       LOAD-ONE-DEFERRAL.
           IF RD-PERIOD IS GREATER THAN WS-PERIOD
               DISPLAY "TERM " RD-TERM-CODE " COURSE " RD-COURSE-CODE
                   " ALREADY RECOGNISED THROUGH " RD-PERIOD
               SET RUN-IS-REFUSED TO TRUE
           ELSE
               IF WS-DEFERRAL-COUNT IS LESS THAN 500
                   ADD 1 TO WS-DEFERRAL-COUNT
                   MOVE WS-DEFERRAL-COUNT TO WS-DEFERRAL-POS
                   MOVE RD-TERM-CODE TO WS-DF-TERM(WS-DEFERRAL-POS)
                   MOVE RD-COURSE-CODE TO WS-DF-COURSE(WS-DEFERRAL-POS)
                   IF RD-PERIOD = WS-PERIOD
                       MOVE RD-OPEN-BILLED
                           TO WS-DF-OPEN-BILLED(WS-DEFERRAL-POS)
                       MOVE RD-OPEN-ADJUSTED
                           TO WS-DF-OPEN-ADJUSTED(WS-DEFERRAL-POS)
                       MOVE RD-OPEN-RECOGNISED
                           TO WS-DF-OPEN-RECOGNISED(WS-DEFERRAL-POS)
                   ELSE
                       MOVE RD-BILLED
                           TO WS-DF-OPEN-BILLED(WS-DEFERRAL-POS)
                       MOVE RD-ADJUSTED
                           TO WS-DF-OPEN-ADJUSTED(WS-DEFERRAL-POS)
                       MOVE RD-RECOGNISED
                           TO WS-DF-OPEN-RECOGNISED(WS-DEFERRAL-POS)
                   END-IF
                   MOVE WS-DF-OPEN-BILLED(WS-DEFERRAL-POS)
                       TO WS-DF-BILLED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-ADJUSTED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-RECOGNISED(WS-DEFERRAL-POS)
                   MOVE "N" TO WS-DF-BILL-SEEN(WS-DEFERRAL-POS)
                   MOVE "Y" TO WS-DF-ON-FILE(WS-DEFERRAL-POS)
               ELSE
                   ADD 1 TO WS-DEFERRAL-OVERFLOW
               END-IF
               READ DEFERRAL-FILE NEXT RECORD
                   AT END SET END-OF-RDF TO TRUE
               END-READ
           END-IF.

       LOCATE-DEFERRAL-ENTRY.
           MOVE ZERO TO WS-DEFERRAL-POS.
           PERFORM CHECK-DEFERRAL-ENTRY
               VARYING WS-DEFERRAL-IX FROM 1 BY 1
               UNTIL WS-DEFERRAL-IX IS GREATER THAN WS-DEFERRAL-COUNT
               OR WS-DEFERRAL-POS IS GREATER THAN ZERO.
           IF WS-DEFERRAL-POS = ZERO
               IF WS-DEFERRAL-COUNT IS LESS THAN 500
                   ADD 1 TO WS-DEFERRAL-COUNT
                   MOVE WS-DEFERRAL-COUNT TO WS-DEFERRAL-POS
                   MOVE WS-LOOKUP-TERM TO WS-DF-TERM(WS-DEFERRAL-POS)
                   MOVE WS-LOOKUP-COURSE
                       TO WS-DF-COURSE(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-OPEN-BILLED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-OPEN-ADJUSTED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-OPEN-RECOGNISED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-BILLED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-ADJUSTED(WS-DEFERRAL-POS)
                   MOVE ZERO TO WS-DF-RECOGNISED(WS-DEFERRAL-POS)
                   MOVE "N" TO WS-DF-BILL-SEEN(WS-DEFERRAL-POS)
                   MOVE "N" TO WS-DF-ON-FILE(WS-DEFERRAL-POS)
               ELSE
                   ADD 1 TO WS-DEFERRAL-OVERFLOW
               END-IF
           END-IF.

       CHECK-DEFERRAL-ENTRY.
           IF WS-DF-TERM(WS-DEFERRAL-IX) = WS-LOOKUP-TERM
               AND WS-DF-COURSE(WS-DEFERRAL-IX) = WS-LOOKUP-COURSE
               MOVE WS-DEFERRAL-IX TO WS-DEFERRAL-POS
           END-IF.

       ACCUMULATE-TERM-BILLINGS.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.
           PERFORM BILL-ONE-STUDENT UNTIL END-OF-SMF.

       BILL-ONE-STUDENT.
           PERFORM CHECK-TERM-BILLING-STATE.
           IF TERM-IS-OPEN-FOR-BILLING
               ADD 1 TO WS-STUDENTS-BILLED
               MOVE ZERO TO WS-ENROLL-MATCHES
               IF ENROLL-FILE-IS-PRESENT
                   MOVE SM-STUDENT-NUMBER TO EN-STUDENT-NUMBER
                   MOVE SPACES TO EN-COURSE-CODE
                   START ENROLLMENT-FILE
                       KEY IS GREATER THAN OR EQUAL TO EN-ENROLL-KEY
                       INVALID KEY SET END-OF-ENF TO TRUE
                   END-START
                   IF NOT END-OF-ENF
                       READ ENROLLMENT-FILE NEXT RECORD
                           AT END SET END-OF-ENF TO TRUE
                       END-READ
                       PERFORM BILL-ONE-ENROLMENT
                           UNTIL END-OF-ENF
                           OR EN-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER
                   END-IF
               END-IF
               IF WS-ENROLL-MATCHES = ZERO
                   MOVE SM-COURSE-CODE TO WS-LOOKUP-COURSE
                   PERFORM ADD-COURSE-BILLING
               END-IF
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       CHECK-TERM-BILLING-STATE.
           IF SM-TERM-CODE NOT = WS-LAST-TERM-READ
               MOVE SM-TERM-CODE TO WS-LAST-TERM-READ
               MOVE SM-TERM-CODE TO TC-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       MOVE "X" TO WS-LAST-TERM-STATE
                   NOT INVALID KEY
                       IF TC-TERM-END IS LESS THAN WS-MONTH-END
                           MOVE "N" TO WS-LAST-TERM-STATE
                       ELSE
                           MOVE "Y" TO WS-LAST-TERM-STATE
                       END-IF
               END-READ
           END-IF.
           IF WS-LAST-TERM-STATE = "Y"
               SET TERM-IS-OPEN-FOR-BILLING TO TRUE
           ELSE
               SET TERM-IS-FROZEN TO TRUE
           END-IF.
           IF WS-LAST-TERM-STATE = "X"
               ADD 1 TO WS-STUDENTS-NO-TERM
           END-IF.

       BILL-ONE-ENROLMENT.
           MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE.
           PERFORM ADD-COURSE-BILLING.
           ADD 1 TO WS-ENROLL-MATCHES.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END SET END-OF-ENF TO TRUE
           END-READ.

       ADD-COURSE-BILLING.
           MOVE ZERO TO WS-EFFECTIVE-FEE.
           MOVE WS-LOOKUP-COURSE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-STANDARD-FEE TO WS-EFFECTIVE-FEE
           END-READ.
           IF FEE-FILE-IS-PRESENT
               MOVE WS-LOOKUP-COURSE TO FE-COURSE-CODE
               MOVE SM-TERM-CODE TO FE-TERM-CODE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FE-TERM-FEE TO WS-EFFECTIVE-FEE
               END-READ
           END-IF.
           MOVE SM-TERM-CODE TO WS-LOOKUP-TERM.
           PERFORM LOCATE-DEFERRAL-ENTRY.
           IF WS-DEFERRAL-POS IS GREATER THAN ZERO
               IF WS-DF-BILL-SEEN(WS-DEFERRAL-POS) = "N"
                   MOVE ZERO TO WS-DF-BILLED(WS-DEFERRAL-POS)
                   MOVE "Y" TO WS-DF-BILL-SEEN(WS-DEFERRAL-POS)
               END-IF
               ADD WS-EFFECTIVE-FEE TO WS-DF-BILLED(WS-DEFERRAL-POS)
           END-IF.

       ACCUMULATE-TUITION-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-LOG-FILE.
           IF AJL-FILE-STATUS = "00"
               READ ADJUSTMENT-LOG-FILE
                   AT END SET END-OF-AJLF TO TRUE
               END-READ
               PERFORM ADD-TUITION-ADJUSTMENT UNTIL END-OF-AJLF
               CLOSE ADJUSTMENT-LOG-FILE
           END-IF.

       ADD-TUITION-ADJUSTMENT.
           IF ADJUSTS-TUITION
               AND AJL-RUN-DATE IS NOT GREATER THAN WS-MONTH-END
               MOVE AJL-STUDENT-NUMBER TO SM-STUDENT-NUMBER
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO SM-COURSE-CODE
                       MOVE SPACES TO SM-TERM-CODE
               END-READ
               IF AJL-TERM-CODE = SPACES
                   MOVE SM-TERM-CODE TO WS-LOOKUP-TERM
               ELSE
                   MOVE AJL-TERM-CODE TO WS-LOOKUP-TERM
               END-IF
               MOVE SM-COURSE-CODE TO WS-LOOKUP-COURSE
               PERFORM LOCATE-DEFERRAL-ENTRY
               IF WS-DEFERRAL-POS IS GREATER THAN ZERO
                   ADD AJL-ADJUSTMENT
                       TO WS-DF-ADJUSTED(WS-DEFERRAL-POS)
                   ADD 1 TO WS-ADJUSTMENTS-USED
               END-IF
           END-IF.
           READ ADJUSTMENT-LOG-FILE
               AT END SET END-OF-AJLF TO TRUE
           END-READ.

       RECOGNISE-DEFERRAL-ENTRY.
           MOVE WS-DEFERRAL-IX TO WS-DEFERRAL-POS.
           MOVE WS-DF-TERM(WS-DEFERRAL-POS) TO TC-TERM-CODE.
           READ TERM-CALENDAR-FILE
               INVALID KEY
                   MOVE WS-MONTH-START TO TC-TERM-START
                   MOVE WS-MONTH-START TO TC-TERM-END
               NOT INVALID KEY
                   IF WS-DF-BILL-SEEN(WS-DEFERRAL-POS) = "N"
                       AND TC-TERM-END IS NOT LESS THAN WS-MONTH-END
                       MOVE ZERO TO WS-DF-BILLED(WS-DEFERRAL-POS)
                   END-IF
           END-READ.
           COMPUTE WS-NET-BILLED = WS-DF-BILLED(WS-DEFERRAL-POS)
               + WS-DF-ADJUSTED(WS-DEFERRAL-POS).
           IF WS-NET-BILLED IS LESS THAN ZERO
               MOVE ZERO TO WS-NET-BILLED
           END-IF.
           IF TC-TERM-START IS GREATER THAN WS-MONTH-END
               MOVE ZERO TO WS-DF-RECOGNISED(WS-DEFERRAL-POS)
           ELSE
               IF TC-TERM-END IS NOT GREATER THAN WS-MONTH-END
                   MOVE WS-NET-BILLED
                       TO WS-DF-RECOGNISED(WS-DEFERRAL-POS)
               ELSE
                   COMPUTE WS-TERM-DAYS =
                       FUNCTION INTEGER-OF-DATE(TC-TERM-END)
                       - FUNCTION INTEGER-OF-DATE(TC-TERM-START) + 1
                   COMPUTE WS-ELAPSED-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
                       - FUNCTION INTEGER-OF-DATE(TC-TERM-START) + 1
                   COMPUTE WS-DF-RECOGNISED(WS-DEFERRAL-POS) ROUNDED =
                       WS-NET-BILLED * WS-ELAPSED-DAYS / WS-TERM-DAYS
               END-IF
           END-IF.
           COMPUTE WS-RECOGNISE-NOW =
               WS-DF-RECOGNISED(WS-DEFERRAL-POS)
               - WS-DF-OPEN-RECOGNISED(WS-DEFERRAL-POS).
           IF WS-RECOGNISE-NOW NOT = ZERO
               PERFORM WRITE-RECOGNITION-ENTRY
           END-IF.
           PERFORM SAVE-DEFERRAL-BALANCE.

       WRITE-RECOGNITION-ENTRY.
           MOVE WS-MONTH-END TO GJ-RUN-DATE.
           MOVE "RV" TO GJ-SOURCE-TYPE.
           MOVE "RECG" TO GJ-SOURCE-CODE.
           MOVE ZERO TO GJ-STUDENT-NUMBER.
           MOVE WS-PERIOD TO GJ-REFERENCE.
           IF WS-RECOGNISE-NOW IS GREATER THAN ZERO
               MOVE WS-RECOGNISE-NOW TO GJ-AMOUNT
               MOVE WS-DEFERRED-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DEBIT-CREDIT
               WRITE GJ-RECORD
               MOVE WS-REVENUE-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DEBIT-CREDIT
               WRITE GJ-RECORD
           ELSE
               COMPUTE GJ-AMOUNT = ZERO - WS-RECOGNISE-NOW
               MOVE WS-REVENUE-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DEBIT-CREDIT
               WRITE GJ-RECORD
               MOVE WS-DEFERRED-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DEBIT-CREDIT
               WRITE GJ-RECORD
           END-IF.
           ADD 2 TO WS-JOURNAL-LINES.
           ADD GJ-AMOUNT TO WS-JOURNAL-DEBITS.
           ADD GJ-AMOUNT TO WS-JOURNAL-CREDITS.

       SAVE-DEFERRAL-BALANCE.
           MOVE WS-DF-TERM(WS-DEFERRAL-POS) TO RD-TERM-CODE.
           MOVE WS-DF-COURSE(WS-DEFERRAL-POS) TO RD-COURSE-CODE.
           MOVE WS-PERIOD TO RD-PERIOD.
           MOVE WS-DF-OPEN-BILLED(WS-DEFERRAL-POS) TO RD-OPEN-BILLED.
           MOVE WS-DF-OPEN-ADJUSTED(WS-DEFERRAL-POS)
               TO RD-OPEN-ADJUSTED.
           MOVE WS-DF-OPEN-RECOGNISED(WS-DEFERRAL-POS)
               TO RD-OPEN-RECOGNISED.
           MOVE WS-DF-BILLED(WS-DEFERRAL-POS) TO RD-BILLED.
           MOVE WS-DF-ADJUSTED(WS-DEFERRAL-POS) TO RD-ADJUSTED.
           MOVE WS-DF-RECOGNISED(WS-DEFERRAL-POS) TO RD-RECOGNISED.
           IF WS-DF-ON-FILE(WS-DEFERRAL-POS) = "Y"
               REWRITE RD-RECORD
                   INVALID KEY
                       DISPLAY "DEFERRAL " RD-DEFERRAL-KEY
                           " NOT UPDATED, FS = " RD-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE RD-RECORD
                   INVALID KEY
                       DISPLAY "DEFERRAL " RD-DEFERRAL-KEY
                           " NOT ADDED, FS = " RD-FILE-STATUS
               END-WRITE
           END-IF.

       PRINT-ROLL-FORWARD.
           OPEN OUTPUT ROLL-FORWARD-REPORT-FILE.
           MOVE WS-HEADING-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-PERIOD TO WS-DL-PERIOD.
           MOVE WS-MONTH-END TO WS-DL-MONTH-END.
           MOVE WS-DATE-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           MOVE SPACES TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.

           MOVE LOW-VALUES TO RD-DEFERRAL-KEY.
           START DEFERRAL-FILE KEY IS GREATER THAN RD-DEFERRAL-KEY
               INVALID KEY SET END-OF-RDF TO TRUE
           END-START.
           IF NOT END-OF-RDF
               READ DEFERRAL-FILE NEXT RECORD
                   AT END SET END-OF-RDF TO TRUE
               END-READ
           END-IF.
           PERFORM PRINT-DEFERRAL-LINE UNTIL END-OF-RDF.
           IF WS-PRIOR-TERM NOT = SPACES
               PERFORM PRINT-TERM-TOTAL
           END-IF.

           MOVE WS-SEPARATOR-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           MOVE "ALL" TO WS-DT-TERM.
           MOVE SPACES TO WS-DT-COURSE.
           MOVE WS-GRAND-OPENING TO WS-DT-AMOUNT(1).
           MOVE WS-GRAND-BILLINGS TO WS-DT-AMOUNT(2).
           MOVE WS-GRAND-ADJUSTMENTS TO WS-DT-AMOUNT(3).
           MOVE WS-GRAND-RECOGNISED TO WS-DT-AMOUNT(4).
           MOVE WS-GRAND-CLOSING TO WS-DT-AMOUNT(5).
           MOVE WS-DETAIL-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           CLOSE ROLL-FORWARD-REPORT-FILE.

       PRINT-DEFERRAL-LINE.
           IF RD-PERIOD = WS-PERIOD
               COMPUTE WS-ROW-OPENING = RD-OPEN-BILLED
                   + RD-OPEN-ADJUSTED - RD-OPEN-RECOGNISED
               COMPUTE WS-ROW-BILLINGS = RD-BILLED - RD-OPEN-BILLED
               COMPUTE WS-ROW-ADJUSTMENTS =
                   RD-ADJUSTED - RD-OPEN-ADJUSTED
               COMPUTE WS-ROW-RECOGNISED =
                   RD-RECOGNISED - RD-OPEN-RECOGNISED
               COMPUTE WS-ROW-CLOSING = RD-BILLED + RD-ADJUSTED
                   - RD-RECOGNISED
               IF WS-ROW-OPENING NOT = ZERO
                   OR WS-ROW-BILLINGS NOT = ZERO
                   OR WS-ROW-ADJUSTMENTS NOT = ZERO
                   OR WS-ROW-RECOGNISED NOT = ZERO
                   OR WS-ROW-CLOSING NOT = ZERO
                   PERFORM PRINT-ROW-AMOUNTS
               END-IF
           END-IF.
           READ DEFERRAL-FILE NEXT RECORD
               AT END SET END-OF-RDF TO TRUE
           END-READ.

       PRINT-ROW-AMOUNTS.
           IF RD-TERM-CODE NOT = WS-PRIOR-TERM
               IF WS-PRIOR-TERM NOT = SPACES
                   PERFORM PRINT-TERM-TOTAL
               END-IF
               MOVE RD-TERM-CODE TO WS-PRIOR-TERM
               MOVE ZERO TO WS-TERM-AMOUNTS
               MOVE WS-SEPARATOR-LINE TO RF-PRINT-LINE
               WRITE RF-PRINT-LINE
           END-IF.
           MOVE RD-TERM-CODE TO WS-DT-TERM.
           MOVE RD-COURSE-CODE TO WS-DT-COURSE.
           MOVE WS-ROW-OPENING TO WS-DT-AMOUNT(1).
           MOVE WS-ROW-BILLINGS TO WS-DT-AMOUNT(2).
           MOVE WS-ROW-ADJUSTMENTS TO WS-DT-AMOUNT(3).
           MOVE WS-ROW-RECOGNISED TO WS-DT-AMOUNT(4).
           MOVE WS-ROW-CLOSING TO WS-DT-AMOUNT(5).
           MOVE WS-DETAIL-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           ADD WS-ROW-OPENING TO WS-TERM-OPENING.
           ADD WS-ROW-BILLINGS TO WS-TERM-BILLINGS.
           ADD WS-ROW-ADJUSTMENTS TO WS-TERM-ADJUSTMENTS.
           ADD WS-ROW-RECOGNISED TO WS-TERM-RECOGNISED.
           ADD WS-ROW-CLOSING TO WS-TERM-CLOSING.

       PRINT-TERM-TOTAL.
           MOVE WS-PRIOR-TERM TO WS-DT-TERM.
           MOVE "TOT" TO WS-DT-COURSE.
           MOVE WS-TERM-OPENING TO WS-DT-AMOUNT(1).
           MOVE WS-TERM-BILLINGS TO WS-DT-AMOUNT(2).
           MOVE WS-TERM-ADJUSTMENTS TO WS-DT-AMOUNT(3).
           MOVE WS-TERM-RECOGNISED TO WS-DT-AMOUNT(4).
           MOVE WS-TERM-CLOSING TO WS-DT-AMOUNT(5).
           MOVE WS-DETAIL-LINE TO RF-PRINT-LINE.
           WRITE RF-PRINT-LINE.
           ADD WS-TERM-OPENING TO WS-GRAND-OPENING.
           ADD WS-TERM-BILLINGS TO WS-GRAND-BILLINGS.
           ADD WS-TERM-ADJUSTMENTS TO WS-GRAND-ADJUSTMENTS.
           ADD WS-TERM-RECOGNISED TO WS-GRAND-RECOGNISED.
           ADD WS-TERM-CLOSING TO WS-GRAND-CLOSING.
