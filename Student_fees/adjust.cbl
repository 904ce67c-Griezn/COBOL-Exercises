               SELECT ADJUSTMENT-LOG-FILE ASSIGN TO "AdjustLog.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PeriodExc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PX-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-MASTER-FILE.
               02 AJ-REASON-CODE       PIC X(4).
               02 AJ-AUTHORISER        PIC X(8).
               02 AJ-TERM-CODE         PIC X(6).
               02 AJ-SECOND-APPROVER   PIC X(8).

           FD ADJUSTMENT-REJECT-FILE.
           01 AJR-RECORD.
               02 AJR-REASON-CODE      PIC X(4).
               02 AJR-AUTHORISER       PIC X(8).
               02 AJR-TERM-CODE        PIC X(6).
               02 AJR-SECOND-APPROVER  PIC X(8).
               02 AJR-REJECT-REASON    PIC X(30).
               02 AJR-REJECT-DATE      PIC 9(8).

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
           01 WS-TOTAL-INPUT PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTAL-APPLIED PIC S9(8)V99 VALUE ZERO.
           01 WS-TOTAL-REJECTED PIC S9(8)V99 VALUE ZERO.
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
           END-IF.
           OPEN EXTEND ADJUSTMENT-REJECT-FILE.
           OPEN EXTEND ADJUSTMENT-LOG-FILE.
           PERFORM CHECK-POSTING-PERIOD.

           READ ADJUSTMENT-FILE
               AT END SET END-OF-AJF TO TRUE
           CLOSE ADJUSTMENT-REJECT-FILE.
           CLOSE ADJUSTMENT-LOG-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF NOT POSTING-PERIOD-IS-OPEN
               CLOSE PERIOD-EXCEPTION-FILE
           END-IF.

           PERFORM RELEASE-RUN-LOCK.
           STOP RUN.
       POST-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTMENTS-READ.
           ADD AJ-ADJUSTMENT TO WS-TOTAL-INPUT.
           IF POSTING-PERIOD-IS-OPEN
               PERFORM VALIDATE-ADJUSTMENT
               IF ADJUSTMENT-IS-VALID
                   PERFORM APPLY-ADJUSTMENT
               END-IF
           ELSE
               MOVE "POSTING PERIOD CLOSED" TO WS-REJECT-REASON
               PERFORM WRITE-ADJUSTMENT-REJECT
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.
           READ ADJUSTMENT-FILE
               AT END SET END-OF-AJF TO TRUE
           END-READ.

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

       VALIDATE-ADJUSTMENT.
           SET ADJUSTMENT-IS-VALID TO TRUE.
           IF AJ-REASON-CODE NOT = "SCHL" AND AJ-REASON-CODE NOT =
               MOVE "INVALID REASON CODE" TO WS-REJECT-REASON
               PERFORM WRITE-ADJUSTMENT-REJECT
           ELSE
               PERFORM CHECK-ADJUSTMENT-AUTHORITY
               IF ADJUSTMENT-IS-VALID
                   MOVE AJ-STUDENT-NUMBER TO SM-STUDENT-NUMBER
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
               END-IF
           END-IF.

       CHECK-ADJUSTMENT-AUTHORITY.
           MOVE "APPROVE" TO WS-AUTH-FUNCTION.
           MOVE AJ-AUTHORISER TO WS-AUTH-OPERATOR.
           MOVE "ADJS" TO WS-AUTH-LIMIT-TYPE.
           IF AJ-ADJUSTMENT IS LESS THAN ZERO
               COMPUTE WS-AUTH-AMOUNT = ZERO - AJ-ADJUSTMENT
           ELSE
               MOVE AJ-ADJUSTMENT TO WS-AUTH-AMOUNT
           END-IF.
           CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS.
           IF WS-AUTH-STATUS = "00" AND SECOND-APPROVAL-NEEDED
               PERFORM CHECK-SECOND-APPROVER
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               SET ADJUSTMENT-IS-INVALID TO TRUE
               MOVE WS-AUTH-REASON TO WS-REJECT-REASON
               PERFORM WRITE-ADJUSTMENT-REJECT
           END-IF.

       CHECK-SECOND-APPROVER.
           EVALUATE TRUE
               WHEN AJ-SECOND-APPROVER = SPACES
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "SECOND APPROVER REQUIRED" TO WS-AUTH-REASON
               WHEN AJ-SECOND-APPROVER = AJ-AUTHORISER
                   MOVE "26" TO WS-AUTH-STATUS
                   MOVE "2ND APPROVER IS THE AUTHORISER"
                       TO WS-AUTH-REASON
               WHEN OTHER
                   MOVE "SECOND" TO WS-AUTH-FUNCTION
                   MOVE AJ-SECOND-APPROVER TO WS-AUTH-OPERATOR
                   CALL "opauth" USING WS-AUTH-REQUEST WS-AUTH-STATUS
           END-EVALUATE.

       APPLY-ADJUSTMENT.
           IF AJ-TERM-CODE = SPACES OR AJ-TERM-CODE = SM-TERM-CODE
               ADD SM-FEES-OWED AJ-ADJUSTMENT GIVING WS-NEW-FEES
           MOVE AJ-REASON-CODE TO AJR-REASON-CODE.
           MOVE AJ-AUTHORISER TO AJR-AUTHORISER.
           MOVE AJ-TERM-CODE TO AJR-TERM-CODE.
           MOVE AJ-SECOND-APPROVER TO AJR-SECOND-APPROVER.
           MOVE WS-REJECT-REASON TO AJR-REJECT-REASON.
           MOVE WS-RUN-DATE TO AJR-REJECT-DATE.
           WRITE AJR-RECORD.
           DISPLAY "ADJUSTMENTS READ = " WS-ADJUSTMENTS-READ
               " APPLIED = " WS-ADJUSTMENTS-APPLIED
               " REJECTED = " WS-ADJUSTMENTS-REJECTED.
           IF NOT POSTING-PERIOD-IS-OPEN
               DISPLAY "PERIOD FOR " WS-RUN-DATE " IS CLOSED - "
                   WS-PERIOD-EXCEPTIONS " ADJUSTMENT(S) REJECTED"
                   " - SEE PeriodExc.dat"
           END-IF.

       WRITE-PERIOD-EXCEPTION.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           MOVE "ADJUST" TO PX-PROGRAM.
           MOVE AJ-STUDENT-NUMBER TO PX-STUDENT-NUMBER.
           MOVE AJ-ADJUSTMENT TO PX-AMOUNT.
           MOVE AJ-REASON-CODE TO PX-SOURCE-CODE.
           MOVE ZERO TO PX-REFERENCE.
           MOVE WS-RUN-DATE TO PX-PERIOD-DATE.
           MOVE ZERO TO PX-POSTED-DATE.
           MOVE "REJECTED" TO PX-ACTION.
           WRITE PX-RECORD.
           ADD 1 TO WS-PERIOD-EXCEPTIONS.
