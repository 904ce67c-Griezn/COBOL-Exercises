                   RECORD KEY IS FE-FEE-KEY
                   FILE STATUS IS FE-FILE-STATUS.

               SELECT STUDENT-HOLD-FILE ASSIGN TO "StudHold.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-HOLD-KEY
                   FILE STATUS IS HD-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT-IN-FILE.
                   03 FE-TERM-CODE         PIC X(6).
               02 FE-TERM-FEE          PIC 9(4).

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               02 HD-HOLD-KEY.
                   03 HD-STUDENT-NUMBER    PIC 9(7).
                   03 HD-HOLD-TYPE         PIC X(4).
               02 HD-HOLD-REASON       PIC X(30).
               02 HD-PLACED-DATE       PIC 9(8).
               02 HD-PLACED-BY         PIC X(8).

           WORKING-STORAGE SECTION.
           01 SM-FILE-STATUS PIC XX.
           01 CM-FILE-STATUS PIC XX.
           01 FE-FILE-STATUS PIC XX.
           01 WS-FEE-FILE-PRESENT PIC X VALUE "N".
               88 FEE-FILE-IS-PRESENT VALUE "Y".
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-FILE-PRESENT PIC X VALUE "N".
               88 HOLD-FILE-IS-PRESENT VALUE "Y".
           01 WS-HOLD-STATE PIC X.
               88 STUDENT-IS-HELD VALUE "Y".
               88 STUDENT-NOT-HELD VALUE "N".
           01 WS-EFFECTIVE-FEE PIC 9(4).
           01 WS-NEW-FEES PIC S9(5).
           01 WS-VALID-RECORD PIC X VALUE "Y".
           IF FE-FILE-STATUS = "00"
               SET FEE-FILE-IS-PRESENT TO TRUE
           END-IF.
           OPEN INPUT STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-PRESENT TO TRUE
           END-IF.

           PERFORM RESET-ENROLLMENT-COUNTS.

           IF FEE-FILE-IS-PRESENT
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF HOLD-FILE-IS-PRESENT
               CLOSE STUDENT-HOLD-FILE
           END-IF.

           IF WS-WAITLIST-COUNT IS GREATER THAN ZERO
               DISPLAY "STUDENTS WAITLISTED = " WS-WAITLIST-COUNT
                   MOVE "INVALID GENDER CODE" TO SIR-REASON-TEXT
                   PERFORM REJECT-INPUT-RECORD
               ELSE
                   PERFORM CHECK-STUDENT-HOLDS
                   IF STUDENT-IS-HELD
                       SET RECORD-IS-INVALID TO TRUE
                       MOVE "HOLD" TO SIR-REASON-CODE
                       MOVE HD-HOLD-REASON TO SIR-REASON-TEXT
                       PERFORM REJECT-INPUT-RECORD
                   ELSE
                       PERFORM VALIDATE-INPUT-COURSE
                   END-IF
               END-IF
           END-IF.

       VALIDATE-INPUT-COURSE.
           MOVE SI-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   SET RECORD-IS-INVALID TO TRUE
                   MOVE "BADC" TO SIR-REASON-CODE
                   MOVE "COURSE CODE NOT FOUND" TO SIR-REASON-TEXT
                   PERFORM REJECT-INPUT-RECORD
               NOT INVALID KEY
                   IF CM-COURSE-CAPACITY IS GREATER THAN ZERO
                       AND CM-ENROLLED-COUNT IS GREATER THAN
                           OR EQUAL TO CM-COURSE-CAPACITY
                       SET RECORD-IS-INVALID TO TRUE
                       PERFORM WAITLIST-INPUT-RECORD
                   END-IF
           END-READ.

       CHECK-STUDENT-HOLDS.
           SET STUDENT-NOT-HELD TO TRUE.
           IF HOLD-FILE-IS-PRESENT
               MOVE SI-STUDENT-NUMBER TO HD-STUDENT-NUMBER
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
                               IF HD-STUDENT-NUMBER = SI-STUDENT-NUMBER
                                   SET STUDENT-IS-HELD TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       GET-EFFECTIVE-FEE.
           MOVE CM-STANDARD-FEE TO WS-EFFECTIVE-FEE.
           IF FEE-FILE-IS-PRESENT
