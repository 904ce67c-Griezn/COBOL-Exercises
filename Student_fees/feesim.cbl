       IDENTIFICATION DIVISION.
       PROGRAM-ID. feesim.
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

               SELECT PROPOSED-FEE-FILE ASSIGN TO WS-PROPOSAL-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PF-FILE-STATUS.

               SELECT ENROLLMENT-FILE ASSIGN TO "Enroll.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EN-ENROLL-KEY
                   FILE STATUS IS EN-FILE-STATUS.

               SELECT SPONSOR-LINK-FILE ASSIGN TO "SponsorLink.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SL-STUDENT-NUMBER
                   FILE STATUS IS SL-FILE-STATUS.

               SELECT SIMULATION-REPORT-FILE ASSIGN TO "FeeSim.rpt"
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

           FD PROPOSED-FEE-FILE.
           01 PF-RECORD.
               88 END-OF-PFF VALUE HIGH-VALUE.
               02 PF-FEE-KEY.
                   03 PF-COURSE-CODE       PIC X(4).
                   03 PF-TERM-CODE         PIC X(6).
               02 PF-TERM-FEE          PIC 9(4).

           FD ENROLLMENT-FILE.
           01 EN-RECORD.
               88 END-OF-ENF VALUE HIGH-VALUE.
               02 EN-ENROLL-KEY.
                   03 EN-STUDENT-NUMBER    PIC 9(7).
                   03 EN-COURSE-CODE       PIC X(4).
               02 EN-TERM-CODE         PIC X(6).
               02 EN-ENROLL-DATE       PIC 9(8).

           FD SPONSOR-LINK-FILE.
           01 SL-RECORD.
               02 SL-STUDENT-NUMBER    PIC 9(7).
               02 SL-SPONSOR-CODE      PIC X(6).
               02 SL-COVERAGE-TYPE     PIC X(1).
                   88 COVERAGE-IS-PERCENT VALUE "P".
                   88 COVERAGE-IS-AMOUNT VALUE "A".
               02 SL-COVERAGE-PCT      PIC 9(3).
               02 SL-COVERAGE-AMOUNT   PIC 9(4)V99.

           FD SIMULATION-REPORT-FILE.
           01 FS-PRINT-LINE            PIC X(80).


           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 CM-FILE-STATUS PIC XX.
           01 TC-FILE-STATUS PIC XX.
           01 FE-FILE-STATUS PIC XX.
           01 PF-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 SL-FILE-STATUS PIC XX.
           01 WS-COMMAND-LINE PIC X(132).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-SIM-TERM-CODE PIC X(6).
           01 WS-PROPOSAL-FILE-NAME PIC X(40).
           01 WS-FEE-FILE-PRESENT PIC X VALUE "N".
               88 FEE-FILE-IS-PRESENT VALUE "Y".
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-LINK-FILE-PRESENT PIC X VALUE "N".
               88 LINK-FILE-IS-PRESENT VALUE "Y".
           01 WS-SPONSOR-STATE PIC X.
               88 STUDENT-IS-SPONSORED VALUE "Y".
               88 STUDENT-NOT-SPONSORED VALUE "N".
           01 WS-PROPOSALS-STATE PIC X VALUE "Y".
               88 PROPOSALS-ARE-LOADED VALUE "Y".
               88 PROPOSAL-LOAD-FAILED VALUE "N".

           01 WS-PROPOSAL-COUNT PIC 9 VALUE ZERO.
           01 WS-PROPOSAL-IX PIC 9.
           01 WS-PROPOSAL-TABLE.
               02 WS-PROPOSAL OCCURS 3.
                   03 WS-PR-FILE-NAME      PIC X(40).
                   03 WS-PR-FEE-COUNT      PIC 9(3).
                   03 WS-PR-OTHER-TERMS    PIC 9(5).
                   03 WS-PR-OVERFLOWS      PIC 9(5).
                   03 WS-PR-FEE OCCURS 200.
                       04 WS-PF-COURSE         PIC X(4).
                       04 WS-PF-FEE            PIC 9(4).
           01 WS-PROPOSED-FEE-IX PIC 9(3).
           01 WS-PROPOSED-FEE-POS PIC 9(3).

           01 WS-STUDENT-COURSE-COUNT PIC 9(2).
           01 WS-STUDENT-COURSE-IX PIC 9(2).
           01 WS-STUDENT-COURSE-TABLE.
               02 WS-STUDENT-COURSE OCCURS 20.
                   03 WS-SC-COURSE         PIC X(4).
                   03 WS-SC-CURRENT-FEE    PIC 9(4).
                   03 WS-SC-PROJECTED-FEE  PIC 9(4) OCCURS 3.
           01 WS-STUDENT-CURRENT PIC 9(6).
           01 WS-STUDENT-TOTALS.
               02 WS-STUDENT-PROJECTED PIC 9(6) OCCURS 3.
               02 WS-SPONSOR-INCREASE  PIC S9(6)V99 OCCURS 3.
           01 WS-COVER-BASE PIC 9(6).
           01 WS-COVER-AMOUNT PIC 9(6)V99.
           01 WS-CURRENT-COVER PIC 9(6)V99.
           01 WS-FEE-INCREASE PIC S9(6).
           01 WS-LINE-INCREASE PIC S9(6).
           01 WS-LINE-SPONSOR PIC S9(6)V99.

           01 WS-EFFECTIVE-FEE PIC 9(4).
           01 WS-LOOKUP-COURSE PIC X(4).

           01 WS-COURSE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-COURSE-IX PIC 9(3).
           01 WS-COURSE-POS PIC 9(3).
           01 WS-COURSE-OVERFLOW PIC 9(6) VALUE ZERO.
           01 WS-COURSE-TABLE.
               02 WS-COURSE-ENTRY OCCURS 200.
                   03 WS-CS-COURSE         PIC X(4).
                   03 WS-CS-SEATS          PIC 9(5).
                   03 WS-CS-CURRENT        PIC 9(8).
                   03 WS-CS-PROPOSAL OCCURS 3.
                       04 WS-CS-PROJECTED      PIC 9(8).
                       04 WS-CS-SPONSOR        PIC S9(8)V99.

           01 WS-GRAND-SEATS PIC 9(6) VALUE ZERO.
           01 WS-GRAND-CURRENT PIC 9(9) VALUE ZERO.
           01 WS-GRAND-TABLE.
               02 WS-GRAND-PROPOSAL OCCURS 3.
                   03 WS-GR-PROJECTED      PIC 9(9).
                   03 WS-GR-SPONSOR        PIC S9(9)V99.

           01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
           01 WS-STUDENTS-SPONSORED PIC 9(6) VALUE ZERO.
           01 WS-STUDENTS-SKIPPED PIC 9(6) VALUE ZERO.
           01 WS-COURSES-NOT-ON-MASTER PIC 9(6) VALUE ZERO.

           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-PRINT-CURRENT PIC 9(9).
           01 WS-PRINT-PROJECTED PIC 9(9).
           01 WS-PRINT-SPONSOR PIC S9(9)V99.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(20) VALUE SPACES.
               02 FILLER               PIC X(36)
                   VALUE "FEE  SCHEDULE  WHAT-IF  SIMULATION".

           01 WS-DATE-LINE.
               02 FILLER               PIC X(10)
                   VALUE "RUN DATE: ".
               02 WS-DL-DATE           PIC 9(8).
               02 FILLER               PIC X(18)
                   VALUE "   PRICED FOR TERM".
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DL-TERM           PIC X(6).

           01 WS-LEGEND-LINE.
               02 FILLER               PIC X(1) VALUE "P".
               02 WS-LG-NUMBER         PIC 9.
               02 FILLER               PIC X(3) VALUE " = ".
               02 WS-LG-FILE-NAME      PIC X(40).
               02 WS-LG-FEE-COUNT      PIC ZZ9.
               02 FILLER               PIC X(19)
                   VALUE " FEES FOR THE TERM ".

           01 WS-NOTE-LINE.
               02 FILLER               PIC X(5) VALUE SPACES.
               02 WS-NL-TEXT           PIC X(50).
               02 WS-NL-COUNT          PIC ZZ,ZZ9.

           01 WS-COLUMN-LINE.
               02 FILLER               PIC X(27)
                   VALUE "CRSE SEATS PROP     CURRENT".
               02 FILLER               PIC X(24)
                   VALUE "   PROJECTED  DIFFERENCE".
               02 FILLER               PIC X(24)
                   VALUE " SPONSOR SHR STUDENT SHR".

           01 WS-DETAIL-LINE.
               02 WS-DT-COURSE         PIC X(4).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DT-SEATS          PIC ZZZZ9.
               02 WS-DT-SEATS-X REDEFINES WS-DT-SEATS PIC X(5).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-DT-PROPOSAL       PIC X(2).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-DT-AMOUNT         PIC -,---,--9.99 OCCURS 5.

           01 WS-SEPARATOR-LINE.
               02 FILLER               PIC X(76) VALUE ALL "=".


       PROCEDURE DIVISION.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-SIM-TERM-CODE.
           MOVE SPACES TO WS-PROPOSAL-TABLE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO WS-SIM-TERM-CODE
                       WS-PR-FILE-NAME(1) WS-PR-FILE-NAME(2)
                       WS-PR-FILE-NAME(3)
               END-UNSTRING
           END-IF.
           PERFORM COUNT-PROPOSAL-NAME
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN 3.
           IF WS-SIM-TERM-CODE = SPACES
               OR WS-PROPOSAL-COUNT = ZERO
               DISPLAY "USAGE: feesim TERM PROPOSAL-1 "
                   "[PROPOSAL-2 [PROPOSAL-3]]"
               DISPLAY "  EACH PROPOSAL IS A FILE OF COURSE/TERM/FEE "
                   "LINES IN THE FeeSched.dat LAYOUT"
               STOP RUN
           END-IF.

           PERFORM LOAD-PROPOSAL
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT
               OR PROPOSAL-LOAD-FAILED.
           IF PROPOSAL-LOAD-FAILED
               DISPLAY "SIMULATION NOT RUN"
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF SM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN STUDENT MASTER, FS = "
                   SM-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN COURSE MASTER, FS = "
                   CM-FILE-STATUS
               CLOSE STUDENT-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF TC-FILE-STATUS = "00"
               MOVE WS-SIM-TERM-CODE TO TC-TERM-CODE
               READ TERM-CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "NOTE: TERM " WS-SIM-TERM-CODE
                           " IS NOT YET ON THE TERM CALENDAR"
               END-READ
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FE-FILE-STATUS = "00"
               SET FEE-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT SPONSOR-LINK-FILE.
           IF SL-FILE-STATUS = "00"
               SET LINK-FILE-IS-PRESENT TO TRUE
           END-IF.

           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.
           PERFORM SIMULATE-ONE-STUDENT UNTIL END-OF-SMF.

           CLOSE STUDENT-MASTER-FILE.
           CLOSE COURSE-MASTER-FILE.
           IF FEE-FILE-IS-PRESENT
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF LINK-FILE-IS-PRESENT
               CLOSE SPONSOR-LINK-FILE
           END-IF.

           PERFORM PRINT-SIMULATION-REPORT.

           MOVE "FeeSim.rpt" TO WS-KEEP-NAME.
           MOVE "FEESIM" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "FEE SIMULATION COMPLETE FOR TERM " WS-SIM-TERM-CODE
               " - STUDENTS = " WS-STUDENTS-READ
               " SEATS = " WS-GRAND-SEATS.
           PERFORM DISPLAY-PROPOSAL-TOTAL
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.
           IF WS-STUDENTS-SKIPPED IS GREATER THAN ZERO
               DISPLAY "  STUDENTS SKIPPED - COURSE NOT ON MASTER = "
                   WS-STUDENTS-SKIPPED
           END-IF.
           IF WS-COURSE-OVERFLOW IS GREATER THAN ZERO
               DISPLAY "  COURSE TABLE FULL - " WS-COURSE-OVERFLOW
                   " SEAT(S) NOT SUMMARISED"
           END-IF.
           DISPLAY "SEE FeeSim.rpt".

           STOP RUN.


       COUNT-PROPOSAL-NAME.
           IF WS-PR-FILE-NAME(WS-PROPOSAL-IX) NOT = SPACES
               MOVE WS-PROPOSAL-IX TO WS-PROPOSAL-COUNT
           END-IF.

       LOAD-PROPOSAL.
           MOVE ZERO TO WS-PR-FEE-COUNT(WS-PROPOSAL-IX).
           MOVE ZERO TO WS-PR-OTHER-TERMS(WS-PROPOSAL-IX).
           MOVE ZERO TO WS-PR-OVERFLOWS(WS-PROPOSAL-IX).
           MOVE WS-PR-FILE-NAME(WS-PROPOSAL-IX)
               TO WS-PROPOSAL-FILE-NAME.
           IF WS-PROPOSAL-FILE-NAME = SPACES
               DISPLAY "PROPOSAL " WS-PROPOSAL-IX " NOT NAMED"
               SET PROPOSAL-LOAD-FAILED TO TRUE
           ELSE
               OPEN INPUT PROPOSED-FEE-FILE
               IF PF-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN PROPOSAL "
                       WS-PROPOSAL-FILE-NAME ", FS = " PF-FILE-STATUS
                   SET PROPOSAL-LOAD-FAILED TO TRUE
               ELSE
                   READ PROPOSED-FEE-FILE
                       AT END SET END-OF-PFF TO TRUE
                   END-READ
                   PERFORM LOAD-PROPOSED-FEE UNTIL END-OF-PFF
                   CLOSE PROPOSED-FEE-FILE
                   IF WS-PR-FEE-COUNT(WS-PROPOSAL-IX) = ZERO
                       DISPLAY "NOTE: PROPOSAL " WS-PROPOSAL-FILE-NAME
                           " HAS NO FEES FOR TERM " WS-SIM-TERM-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-PROPOSED-FEE.
           IF PF-TERM-CODE NOT = WS-SIM-TERM-CODE
               ADD 1 TO WS-PR-OTHER-TERMS(WS-PROPOSAL-IX)
           ELSE
               IF WS-PR-FEE-COUNT(WS-PROPOSAL-IX) IS LESS THAN 200
                   ADD 1 TO WS-PR-FEE-COUNT(WS-PROPOSAL-IX)
                   MOVE WS-PR-FEE-COUNT(WS-PROPOSAL-IX)
                       TO WS-PROPOSED-FEE-POS
                   MOVE PF-COURSE-CODE TO WS-PF-COURSE(WS-PROPOSAL-IX,
                       WS-PROPOSED-FEE-POS)
                   MOVE PF-TERM-FEE TO WS-PF-FEE(WS-PROPOSAL-IX,
                       WS-PROPOSED-FEE-POS)
               ELSE
                   ADD 1 TO WS-PR-OVERFLOWS(WS-PROPOSAL-IX)
               END-IF
           END-IF.
           READ PROPOSED-FEE-FILE
               AT END SET END-OF-PFF TO TRUE
           END-READ.

       SIMULATE-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE ZERO TO WS-STUDENT-COURSE-COUNT.
           IF ENROLL-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE SPACES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS GREATER THAN OR EQUAL TO
                   EN-ENROLL-KEY
                   INVALID KEY SET END-OF-ENF TO TRUE
               END-START
               IF NOT END-OF-ENF
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END SET END-OF-ENF TO TRUE
                   END-READ
                   PERFORM PRICE-ENROLLED-COURSE
                       UNTIL END-OF-ENF
                       OR EN-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER
               END-IF
           END-IF.
           IF WS-STUDENT-COURSE-COUNT = ZERO
               MOVE SM-COURSE-CODE TO WS-LOOKUP-COURSE
               PERFORM PRICE-ONE-COURSE
           END-IF.
           IF WS-STUDENT-COURSE-COUNT = ZERO
               ADD 1 TO WS-STUDENTS-SKIPPED
           ELSE
               PERFORM APPLY-STUDENT-SIMULATION
           END-IF.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END SET END-OF-SMF TO TRUE
           END-READ.

       PRICE-ENROLLED-COURSE.
           MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE.
           PERFORM PRICE-ONE-COURSE.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END SET END-OF-ENF TO TRUE
           END-READ.

       PRICE-ONE-COURSE.
           MOVE WS-LOOKUP-COURSE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-COURSES-NOT-ON-MASTER
               NOT INVALID KEY
                   IF WS-STUDENT-COURSE-COUNT IS LESS THAN 20
                       ADD 1 TO WS-STUDENT-COURSE-COUNT
                       PERFORM PRICE-COURSE-LINE
                   END-IF
           END-READ.

       PRICE-COURSE-LINE.
           MOVE WS-STUDENT-COURSE-COUNT TO WS-STUDENT-COURSE-IX.
           MOVE WS-LOOKUP-COURSE TO WS-SC-COURSE(WS-STUDENT-COURSE-IX).
           MOVE CM-STANDARD-FEE TO WS-EFFECTIVE-FEE.
           IF FEE-FILE-IS-PRESENT
               MOVE WS-LOOKUP-COURSE TO FE-COURSE-CODE
               MOVE WS-SIM-TERM-CODE TO FE-TERM-CODE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FE-TERM-FEE TO WS-EFFECTIVE-FEE
               END-READ
           END-IF.
           MOVE WS-EFFECTIVE-FEE
               TO WS-SC-CURRENT-FEE(WS-STUDENT-COURSE-IX).
           PERFORM GET-PROPOSED-FEE
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.

       GET-PROPOSED-FEE.
           MOVE CM-STANDARD-FEE TO WS-EFFECTIVE-FEE.
           MOVE ZERO TO WS-PROPOSED-FEE-POS.
           PERFORM CHECK-PROPOSED-FEE
               VARYING WS-PROPOSED-FEE-IX FROM 1 BY 1
               UNTIL WS-PROPOSED-FEE-IX IS GREATER THAN
                   WS-PR-FEE-COUNT(WS-PROPOSAL-IX)
               OR WS-PROPOSED-FEE-POS IS GREATER THAN ZERO.
           IF WS-PROPOSED-FEE-POS IS GREATER THAN ZERO
               MOVE WS-PF-FEE(WS-PROPOSAL-IX, WS-PROPOSED-FEE-POS)
                   TO WS-EFFECTIVE-FEE
           END-IF.
           MOVE WS-EFFECTIVE-FEE TO WS-SC-PROJECTED-FEE(
               WS-STUDENT-COURSE-IX, WS-PROPOSAL-IX).

       CHECK-PROPOSED-FEE.
           IF WS-PF-COURSE(WS-PROPOSAL-IX, WS-PROPOSED-FEE-IX)
               = WS-LOOKUP-COURSE
               MOVE WS-PROPOSED-FEE-IX TO WS-PROPOSED-FEE-POS
           END-IF.

       APPLY-STUDENT-SIMULATION.
           MOVE ZERO TO WS-STUDENT-CURRENT.
           INITIALIZE WS-STUDENT-TOTALS.
           PERFORM SUM-STUDENT-COURSE
               VARYING WS-STUDENT-COURSE-IX FROM 1 BY 1
               UNTIL WS-STUDENT-COURSE-IX IS GREATER THAN
                   WS-STUDENT-COURSE-COUNT.

           SET STUDENT-NOT-SPONSORED TO TRUE.
           IF LINK-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO SL-STUDENT-NUMBER
               READ SPONSOR-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-IS-SPONSORED TO TRUE
                       ADD 1 TO WS-STUDENTS-SPONSORED
               END-READ
           END-IF.
           IF STUDENT-IS-SPONSORED
               MOVE WS-STUDENT-CURRENT TO WS-COVER-BASE
               PERFORM COMPUTE-SPONSOR-COVER
               MOVE WS-COVER-AMOUNT TO WS-CURRENT-COVER
               PERFORM COMPUTE-SPONSOR-INCREASE
                   VARYING WS-PROPOSAL-IX FROM 1 BY 1
                   UNTIL WS-PROPOSAL-IX IS GREATER THAN
                       WS-PROPOSAL-COUNT
           END-IF.

           PERFORM ADD-COURSE-SIMULATION
               VARYING WS-STUDENT-COURSE-IX FROM 1 BY 1
               UNTIL WS-STUDENT-COURSE-IX IS GREATER THAN
                   WS-STUDENT-COURSE-COUNT.

       SUM-STUDENT-COURSE.
           ADD WS-SC-CURRENT-FEE(WS-STUDENT-COURSE-IX)
               TO WS-STUDENT-CURRENT.
           PERFORM SUM-STUDENT-PROJECTION
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.

       SUM-STUDENT-PROJECTION.
           ADD WS-SC-PROJECTED-FEE(WS-STUDENT-COURSE-IX,
               WS-PROPOSAL-IX) TO WS-STUDENT-PROJECTED(WS-PROPOSAL-IX).

       COMPUTE-SPONSOR-COVER.
           IF COVERAGE-IS-PERCENT
               COMPUTE WS-COVER-AMOUNT ROUNDED =
                   WS-COVER-BASE * SL-COVERAGE-PCT / 100
           ELSE
               MOVE SL-COVERAGE-AMOUNT TO WS-COVER-AMOUNT
           END-IF.
           IF WS-COVER-AMOUNT IS GREATER THAN WS-COVER-BASE
               MOVE WS-COVER-BASE TO WS-COVER-AMOUNT
           END-IF.

       COMPUTE-SPONSOR-INCREASE.
           MOVE WS-STUDENT-PROJECTED(WS-PROPOSAL-IX) TO WS-COVER-BASE.
           PERFORM COMPUTE-SPONSOR-COVER.
           COMPUTE WS-SPONSOR-INCREASE(WS-PROPOSAL-IX) =
               WS-COVER-AMOUNT - WS-CURRENT-COVER.

       ADD-COURSE-SIMULATION.
           MOVE WS-SC-COURSE(WS-STUDENT-COURSE-IX) TO WS-LOOKUP-COURSE.
           PERFORM LOCATE-COURSE-ENTRY.
           IF WS-COURSE-POS IS GREATER THAN ZERO
               ADD 1 TO WS-CS-SEATS(WS-COURSE-POS)
               ADD 1 TO WS-GRAND-SEATS
               ADD WS-SC-CURRENT-FEE(WS-STUDENT-COURSE-IX)
                   TO WS-CS-CURRENT(WS-COURSE-POS)
               ADD WS-SC-CURRENT-FEE(WS-STUDENT-COURSE-IX)
                   TO WS-GRAND-CURRENT
               PERFORM ADD-COURSE-PROJECTION
                   VARYING WS-PROPOSAL-IX FROM 1 BY 1
                   UNTIL WS-PROPOSAL-IX IS GREATER THAN
                       WS-PROPOSAL-COUNT
           END-IF.

       ADD-COURSE-PROJECTION.
           ADD WS-SC-PROJECTED-FEE(WS-STUDENT-COURSE-IX,
               WS-PROPOSAL-IX)
               TO WS-CS-PROJECTED(WS-COURSE-POS, WS-PROPOSAL-IX).
           ADD WS-SC-PROJECTED-FEE(WS-STUDENT-COURSE-IX,
               WS-PROPOSAL-IX) TO WS-GR-PROJECTED(WS-PROPOSAL-IX).
           MOVE ZERO TO WS-LINE-SPONSOR.
           IF STUDENT-IS-SPONSORED
               COMPUTE WS-FEE-INCREASE =
                   WS-STUDENT-PROJECTED(WS-PROPOSAL-IX)
                   - WS-STUDENT-CURRENT
               COMPUTE WS-LINE-INCREASE =
                   WS-SC-PROJECTED-FEE(WS-STUDENT-COURSE-IX,
                       WS-PROPOSAL-IX)
                   - WS-SC-CURRENT-FEE(WS-STUDENT-COURSE-IX)
               IF WS-FEE-INCREASE NOT = ZERO
                   COMPUTE WS-LINE-SPONSOR ROUNDED =
                       WS-SPONSOR-INCREASE(WS-PROPOSAL-IX)
                       * WS-LINE-INCREASE / WS-FEE-INCREASE
               END-IF
           END-IF.
           ADD WS-LINE-SPONSOR
               TO WS-CS-SPONSOR(WS-COURSE-POS, WS-PROPOSAL-IX).
           ADD WS-LINE-SPONSOR TO WS-GR-SPONSOR(WS-PROPOSAL-IX).

       LOCATE-COURSE-ENTRY.
           MOVE ZERO TO WS-COURSE-POS.
           PERFORM CHECK-COURSE-ENTRY
               VARYING WS-COURSE-IX FROM 1 BY 1
               UNTIL WS-COURSE-IX IS GREATER THAN WS-COURSE-COUNT
               OR WS-COURSE-POS IS GREATER THAN ZERO.
           IF WS-COURSE-POS = ZERO
               IF WS-COURSE-COUNT IS LESS THAN 200
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE WS-COURSE-COUNT TO WS-COURSE-POS
                   INITIALIZE WS-COURSE-ENTRY(WS-COURSE-POS)
                   MOVE WS-LOOKUP-COURSE TO WS-CS-COURSE(WS-COURSE-POS)
               ELSE
                   ADD 1 TO WS-COURSE-OVERFLOW
               END-IF
           END-IF.

       CHECK-COURSE-ENTRY.
           IF WS-CS-COURSE(WS-COURSE-IX) = WS-LOOKUP-COURSE
               MOVE WS-COURSE-IX TO WS-COURSE-POS
           END-IF.

       PRINT-SIMULATION-REPORT.
           OPEN OUTPUT SIMULATION-REPORT-FILE.
           MOVE WS-HEADING-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           MOVE WS-SIM-TERM-CODE TO WS-DL-TERM.
           MOVE WS-DATE-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE SPACES TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           PERFORM PRINT-PROPOSAL-LEGEND
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.
           MOVE "STUDENTS PRICED" TO WS-NL-TEXT.
           MOVE WS-STUDENTS-READ TO WS-NL-COUNT.
           MOVE WS-NOTE-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE "STUDENTS WITH SPONSOR COVERAGE" TO WS-NL-TEXT.
           MOVE WS-STUDENTS-SPONSORED TO WS-NL-COUNT.
           MOVE WS-NOTE-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE "ENROLMENTS SKIPPED - COURSE NOT ON COURSE MASTER"
               TO WS-NL-TEXT.
           MOVE WS-COURSES-NOT-ON-MASTER TO WS-NL-COUNT.
           MOVE WS-NOTE-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE SPACES TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE WS-COLUMN-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.

           PERFORM PRINT-COURSE-BLOCK
               VARYING WS-COURSE-IX FROM 1 BY 1
               UNTIL WS-COURSE-IX IS GREATER THAN WS-COURSE-COUNT.

           MOVE WS-SEPARATOR-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE "ALL" TO WS-DT-COURSE.
           MOVE WS-GRAND-SEATS TO WS-DT-SEATS.
           MOVE WS-GRAND-CURRENT TO WS-PRINT-CURRENT.
           PERFORM PRINT-GRAND-PROPOSAL-LINE
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.
           CLOSE SIMULATION-REPORT-FILE.

       PRINT-PROPOSAL-LEGEND.
           MOVE WS-PROPOSAL-IX TO WS-LG-NUMBER.
           MOVE WS-PR-FILE-NAME(WS-PROPOSAL-IX) TO WS-LG-FILE-NAME.
           MOVE WS-PR-FEE-COUNT(WS-PROPOSAL-IX) TO WS-LG-FEE-COUNT.
           MOVE WS-LEGEND-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           IF WS-PR-OVERFLOWS(WS-PROPOSAL-IX) IS GREATER THAN ZERO
               MOVE "FEE LINES IGNORED - PROPOSAL TABLE FULL"
                   TO WS-NL-TEXT
               MOVE WS-PR-OVERFLOWS(WS-PROPOSAL-IX) TO WS-NL-COUNT
               MOVE WS-NOTE-LINE TO FS-PRINT-LINE
               WRITE FS-PRINT-LINE
           END-IF.

       PRINT-COURSE-BLOCK.
           MOVE WS-SEPARATOR-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE WS-CS-COURSE(WS-COURSE-IX) TO WS-DT-COURSE.
           MOVE WS-CS-SEATS(WS-COURSE-IX) TO WS-DT-SEATS.
           MOVE WS-CS-CURRENT(WS-COURSE-IX) TO WS-PRINT-CURRENT.
           PERFORM PRINT-COURSE-PROPOSAL-LINE
               VARYING WS-PROPOSAL-IX FROM 1 BY 1
               UNTIL WS-PROPOSAL-IX IS GREATER THAN WS-PROPOSAL-COUNT.

       PRINT-COURSE-PROPOSAL-LINE.
           MOVE WS-CS-PROJECTED(WS-COURSE-IX, WS-PROPOSAL-IX)
               TO WS-PRINT-PROJECTED.
           MOVE WS-CS-SPONSOR(WS-COURSE-IX, WS-PROPOSAL-IX)
               TO WS-PRINT-SPONSOR.
           PERFORM PRINT-PROPOSAL-AMOUNTS.

       PRINT-GRAND-PROPOSAL-LINE.
           MOVE WS-GR-PROJECTED(WS-PROPOSAL-IX) TO WS-PRINT-PROJECTED.
           MOVE WS-GR-SPONSOR(WS-PROPOSAL-IX) TO WS-PRINT-SPONSOR.
           PERFORM PRINT-PROPOSAL-AMOUNTS.

       PRINT-PROPOSAL-AMOUNTS.
           MOVE "P" TO WS-DT-PROPOSAL(1:1).
           MOVE WS-PROPOSAL-IX TO WS-DT-PROPOSAL(2:1).
           MOVE WS-PRINT-CURRENT TO WS-DT-AMOUNT(1).
           MOVE WS-PRINT-PROJECTED TO WS-DT-AMOUNT(2).
           COMPUTE WS-DT-AMOUNT(3) =
               WS-PRINT-PROJECTED - WS-PRINT-CURRENT.
           MOVE WS-PRINT-SPONSOR TO WS-DT-AMOUNT(4).
           COMPUTE WS-DT-AMOUNT(5) = WS-PRINT-PROJECTED
               - WS-PRINT-CURRENT - WS-PRINT-SPONSOR.
           MOVE WS-DETAIL-LINE TO FS-PRINT-LINE.
           WRITE FS-PRINT-LINE.
           MOVE SPACES TO WS-DT-COURSE.
           MOVE SPACES TO WS-DT-SEATS-X.

       DISPLAY-PROPOSAL-TOTAL.
           DISPLAY "  P" WS-PROPOSAL-IX " "
               WS-PR-FILE-NAME(WS-PROPOSAL-IX)
               " CURRENT = " WS-GRAND-CURRENT
               " PROJECTED = " WS-GR-PROJECTED(WS-PROPOSAL-IX).
