                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WW-FILE-STATUS.

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
               02 AR-PRIOR-FEES-OWED   PIC 9(4).
               02 AR-PRIOR-AMOUNT-PAID PIC 9(4)V99.

           FD STUDENT-HOLD-FILE.
           01 HD-RECORD.
               88 END-OF-HDF VALUE HIGH-VALUE.
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
           01 CM-FILE-STATUS PIC XX.
           01 FE-FILE-STATUS PIC XX.
           01 AD-FILE-STATUS PIC XX.
           01 EN-FILE-STATUS PIC XX.
           01 HD-FILE-STATUS PIC XX.
           01 WS-HOLD-STATE PIC X.
               88 STUDENT-IS-HELD VALUE "Y".
               88 STUDENT-NOT-HELD VALUE "N".
           01 WS-HOLD-STUDENT PIC 9(7).
           01 WS-HOLD-COUNT PIC 9(2).
           01 CJ-FILE-STATUS PIC XX.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-AUTH-REQUEST.
               02 WS-AUTH-FUNCTION     PIC X(8).
               02 WS-AUTH-OPERATOR     PIC X(8).
               02 WS-AUTH-PASSWORD     PIC X(8).
               02 WS-AUTH-LIMIT-TYPE   PIC X(4).
               02 WS-AUTH-AMOUNT       PIC 9(5)V99.
               02 WS-AUTH-ROLE         PIC X(4).
               02 WS-AUTH-SECOND-FLAG  PIC X(1).
               02 WS-AUTH-REASON       PIC X(30).
           01 WS-AUTH-STATUS PIC XX.
           01 WS-MENU-RIGHTS.
               02 WS-RIGHT-ADD         PIC X VALUE "N".
                   88 MAY-ADD-STUDENT VALUE "Y".
               02 WS-RIGHT-UPDATE      PIC X VALUE "N".
                   88 MAY-UPDATE-STUDENT VALUE "Y".
               02 WS-RIGHT-DELETE      PIC X VALUE "N".
                   88 MAY-DELETE-STUDENT VALUE "Y".
               02 WS-RIGHT-COURSE      PIC X VALUE "N".
                   88 MAY-MAINTAIN-COURSE VALUE "Y".
               02 WS-RIGHT-FEES        PIC X VALUE "N".
                   88 MAY-MAINTAIN-FEES VALUE "Y".
               02 WS-RIGHT-ADDRESS     PIC X VALUE "N".
                   88 MAY-MAINTAIN-ADDRESS VALUE "Y".
               02 WS-RIGHT-HOLDS       PIC X VALUE "N".
                   88 MAY-MAINTAIN-HOLDS VALUE "Y".
           01 WS-TIME-OF-DAY PIC 9(8).
           01 WS-JOURNAL-ENTRY.
               02 WS-JOURNAL-TYPE      PIC X(4).
               02 WS-JOURNAL-ACTION    PIC X(1).
               02 WS-JOURNAL-STUDENT   PIC 9(7).
               02 WS-JOURNAL-KEY       PIC X(12).
               02 WS-BEFORE-IMAGE      PIC X(140).
               02 WS-AFTER-IMAGE       PIC X(140).
           01 WS-ENROLL-FILE-PRESENT PIC X VALUE "N".
               88 ENROLL-FILE-IS-PRESENT VALUE "Y".
           01 WS-DEL-COUNT PIC 9(2).
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
           PERFORM SET-MENU-RIGHTS.

           MOVE "LOCK" TO WS-LOCK-REQUEST.
           MOVE "MAINTAIN" TO WS-LOCK-HOLDER.
           CALL "runlock" USING WS-LOCK-REQUEST
               END-IF
           END-IF.

           OPEN I-O STUDENT-HOLD-FILE.
           IF HD-FILE-STATUS NOT = "00"
               OPEN OUTPUT STUDENT-HOLD-FILE
               IF HD-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN HOLD FILE, FS = "
                       HD-FILE-STATUS
                   CLOSE STUDENT-MASTER-FILE
                   CLOSE COURSE-MASTER-FILE
                   CLOSE FEE-SCHEDULE-FILE
                   CLOSE STUDENT-ADDRESS-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               CLOSE STUDENT-HOLD-FILE
               OPEN I-O STUDENT-HOLD-FILE
               IF HD-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN HOLD FILE, FS = "
                       HD-FILE-STATUS
                   CLOSE STUDENT-MASTER-FILE
                   CLOSE COURSE-MASTER-FILE
                   CLOSE FEE-SCHEDULE-FILE
                   CLOSE STUDENT-ADDRESS-FILE
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
                   CLOSE COURSE-MASTER-FILE
                   CLOSE FEE-SCHEDULE-FILE
                   CLOSE STUDENT-ADDRESS-FILE
                   CLOSE STUDENT-HOLD-FILE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O ENROLLMENT-FILE.
           IF EN-FILE-STATUS = "00"
               SET ENROLL-FILE-IS-PRESENT TO TRUE

           PERFORM UNTIL NOT KEEP-PROCESSING
               DISPLAY " "
               DISPLAY "STUDENT MASTER MAINTENANCE - " WS-OPERATOR-ID
               PERFORM SHOW-ALLOWED-OPTIONS
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

               EVALUATE TRUE
                   WHEN WS-CHOICE = "A" AND MAY-ADD-STUDENT
                       PERFORM ADD-STUDENT
                   WHEN WS-CHOICE = "U" AND MAY-UPDATE-STUDENT
                       PERFORM UPDATE-STUDENT
                   WHEN WS-CHOICE = "D" AND MAY-DELETE-STUDENT
                       PERFORM DELETE-STUDENT
                   WHEN WS-CHOICE = "L"
                       PERFORM LOOKUP-BY-NAME
                   WHEN WS-CHOICE = "C" AND MAY-MAINTAIN-COURSE
                       PERFORM MAINTAIN-COURSE
                   WHEN WS-CHOICE = "F" AND MAY-MAINTAIN-FEES
                       PERFORM MAINTAIN-FEE-SCHEDULE
                   WHEN WS-CHOICE = "M" AND MAY-MAINTAIN-ADDRESS
                       PERFORM MAINTAIN-ADDRESS
                   WHEN WS-CHOICE = "W"
                       PERFORM WAITLIST-INQUIRY
                   WHEN WS-CHOICE = "H" AND MAY-MAINTAIN-HOLDS
                       PERFORM MAINTAIN-HOLDS
                   WHEN WS-CHOICE = "X"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
           CLOSE COURSE-MASTER-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE STUDENT-ADDRESS-FILE.
           CLOSE STUDENT-HOLD-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           IF ENROLL-FILE-IS-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF.
           CALL "runlock" USING WS-LOCK-REQUEST
               WS-LOCK-HOLDER WS-LOCK-STATUS.

       SET-MENU-RIGHTS.
           EVALUATE WS-AUTH-ROLE
               WHEN "SUPV"
                   MOVE "YYYYYYY" TO WS-MENU-RIGHTS
               WHEN "CLRK"
                   MOVE "Y" TO WS-RIGHT-ADD
                   MOVE "Y" TO WS-RIGHT-UPDATE
                   MOVE "Y" TO WS-RIGHT-ADDRESS
               WHEN "FINC"
                   MOVE "Y" TO WS-RIGHT-FEES
                   MOVE "Y" TO WS-RIGHT-HOLDS
           END-EVALUATE.

       SHOW-ALLOWED-OPTIONS.
           IF MAY-ADD-STUDENT
               DISPLAY "  A - ADD A STUDENT"
           END-IF.
           IF MAY-UPDATE-STUDENT
               DISPLAY "  U - UPDATE A STUDENT"
           END-IF.
           IF MAY-DELETE-STUDENT
               DISPLAY "  D - DELETE A STUDENT"
           END-IF.
           DISPLAY "  L - LOOKUP BY NAME".
           IF MAY-MAINTAIN-COURSE
               DISPLAY "  C - MAINTAIN COURSE"
           END-IF.
           IF MAY-MAINTAIN-FEES
               DISPLAY "  F - MAINTAIN FEE SCHEDULE"
           END-IF.
           IF MAY-MAINTAIN-ADDRESS
               DISPLAY "  M - MAINTAIN ADDRESS/CONTACT"
           END-IF.
           DISPLAY "  W - WAITLIST INQUIRY".
           IF MAY-MAINTAIN-HOLDS
               DISPLAY "  H - FINANCIAL HOLDS"
           END-IF.
           DISPLAY "  X - EXIT".


       ADD-STUDENT.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT SM-STUDENT-NUMBER.
           MOVE SM-STUDENT-NUMBER TO WS-HOLD-STUDENT.
           PERFORM CHECK-STUDENT-HOLDS.
           IF STUDENT-IS-HELD
               PERFORM SHOW-HOLD-REFUSAL
           ELSE
               PERFORM ADD-STUDENT-DETAILS
           END-IF.

       ADD-STUDENT-DETAILS.
           DISPLAY "STUDENT NAME: " WITH NO ADVANCING.
           ACCEPT SM-STUDENT-NAME.

                           SM-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "STUDENT ADDED"
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SM-RECORD TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-STUDENT-RECORD
                       PERFORM ADD-ENROLLMENT-RECORD
                       ADD 1 TO CM-ENROLLED-COUNT
                       REWRITE CM-RECORD
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, FS = " SM-FILE-STATUS
               NOT INVALID KEY
                   MOVE SM-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "CURRENT NAME: " SM-STUDENT-NAME
                   DISPLAY "NEW NAME (BLANK TO KEEP): "
                       WITH NO ADVANCING
                   MOVE SM-COURSE-CODE TO WS-OLD-COURSE
                   IF WS-INPUT-COURSE NOT = SPACES
                       AND WS-INPUT-COURSE NOT = SM-COURSE-CODE
                       MOVE SM-STUDENT-NUMBER TO WS-HOLD-STUDENT
                       PERFORM CHECK-STUDENT-HOLDS
                       IF STUDENT-IS-HELD
                           PERFORM SHOW-HOLD-REFUSAL
                       ELSE
                           PERFORM CHOOSE-NEW-COURSE
                       END-IF
                   END-IF
                   REWRITE SM-RECORD
                       INVALID KEY
                               SM-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "STUDENT UPDATED"
                           MOVE "C" TO WS-JOURNAL-ACTION
                           MOVE SM-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-STUDENT-RECORD
                           IF COURSE-WAS-CHANGED
                               PERFORM MOVE-ENROLLMENT-RECORD
                               PERFORM ADJUST-COURSE-COUNTS
                   END-REWRITE
           END-READ.

       CHOOSE-NEW-COURSE.
           SET ENTRY-IS-INVALID TO TRUE.
           PERFORM TRY-NEW-COURSE-CODE UNTIL ENTRY-IS-VALID.

       TRY-NEW-COURSE-CODE.
           MOVE WS-INPUT-COURSE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   DISPLAY "COURSE CODE NOT FOUND"
                   DISPLAY "COURSE CODE: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-COURSE
               NOT INVALID KEY
                   PERFORM CHECK-NEW-COURSE-SEAT
           END-READ.

       CHECK-NEW-COURSE-SEAT.
           IF CM-COURSE-CAPACITY IS GREATER THAN ZERO
               AND CM-ENROLLED-COUNT IS GREATER THAN OR EQUAL TO
                               SM-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "STUDENT DELETED AND ARCHIVED"
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SM-RECORD TO WS-BEFORE-IMAGE
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-STUDENT-RECORD
                           PERFORM DELETE-ALL-ENROLLMENTS
                           IF WS-DEL-COUNT = ZERO
                               PERFORM RELEASE-COURSE-SEAT
           MOVE SM-AMOUNT-PAID TO AR-AMOUNT-PAID.
           MOVE SM-PRIOR-FEES-OWED TO AR-PRIOR-FEES-OWED.
           MOVE SM-PRIOR-AMOUNT-PAID TO AR-PRIOR-AMOUNT-PAID.
           MOVE "R" TO WS-JOURNAL-ACTION.
           MOVE SM-RECORD TO WS-BEFORE-IMAGE.
           MOVE AR-RECORD TO WS-AFTER-IMAGE.
           WRITE AR-RECORD.
           CLOSE STUDENT-ARCHIVE-FILE.
           MOVE "ARCH" TO WS-JOURNAL-TYPE.
           MOVE SM-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE SPACES TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       MAINTAIN-COURSE.
           DISPLAY "COURSE CODE: " WITH NO ADVANCING.
                               CM-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "COURSE ADDED"
                           MOVE "A" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE CM-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-COURSE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE CM-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "CURRENT COURSE NAME: " CM-COURSE-NAME
                   DISPLAY "NEW COURSE NAME (BLANK TO KEEP): "
                       WITH NO ADVANCING
                               CM-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "COURSE UPDATED"
                           MOVE "C" TO WS-JOURNAL-ACTION
                           MOVE CM-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-COURSE-RECORD
                           PERFORM FILL-FREED-SEATS
                   END-REWRITE
           END-READ.
               MOVE WS-RUN-DATE TO EN-ENROLL-DATE
               WRITE EN-RECORD
                   INVALID KEY
                       PERFORM REPLACE-ENROLLMENT-RECORD
                   NOT INVALID KEY
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE EN-RECORD TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-ENROLLMENT-RECORD
               END-WRITE
           END-IF.

       REPLACE-ENROLLMENT-RECORD.
           MOVE EN-RECORD TO WS-AFTER-IMAGE.
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE EN-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           MOVE WS-AFTER-IMAGE TO EN-RECORD.
           REWRITE EN-RECORD
               INVALID KEY
                   DISPLAY "ENROLLMENT NOT WRITTEN, FS = "
                       EN-FILE-STATUS
               NOT INVALID KEY
                   MOVE "C" TO WS-JOURNAL-ACTION
                   PERFORM JOURNAL-ENROLLMENT-RECORD
           END-REWRITE.

       REMOVE-ENROLLMENT-RECORD.
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EN-RECORD TO WS-BEFORE-IMAGE
                   DELETE ENROLLMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "D" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-ENROLLMENT-RECORD
                   END-DELETE
           END-READ.

       MOVE-ENROLLMENT-RECORD.
           IF ENROLL-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE WS-OLD-COURSE TO EN-COURSE-CODE
               PERFORM REMOVE-ENROLLMENT-RECORD
               PERFORM ADD-ENROLLMENT-RECORD
           END-IF.

       DELETE-ONE-ENROLLMENT.
           ADD 1 TO WS-DEL-COUNT.
           MOVE EN-COURSE-CODE TO WS-DEL-COURSE(WS-DEL-COUNT).
           MOVE EN-RECORD TO WS-BEFORE-IMAGE.
           DELETE ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "ENROLLMENT NOT DELETED, FS = "
                       EN-FILE-STATUS
               NOT INVALID KEY
                   MOVE "D" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-ENROLLMENT-RECORD
           END-DELETE.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END SET END-OF-ENF TO TRUE
                               FE-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "TERM RATE ADDED"
                           MOVE "A" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE FE-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-FEE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE FE-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "CURRENT TERM FEE: " FE-TERM-FEE
                   DISPLAY "NEW TERM FEE (0 TO KEEP): "
                       WITH NO ADVANCING
                                   FE-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "TERM RATE UPDATED"
                               MOVE "C" TO WS-JOURNAL-ACTION
                               MOVE FE-RECORD TO WS-AFTER-IMAGE
                               PERFORM JOURNAL-FEE-RECORD
                       END-REWRITE
                   END-IF
           END-READ.
                               AD-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "ADDRESS ADDED"
                           MOVE "A" TO WS-JOURNAL-ACTION
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE AD-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-ADDRESS-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE AD-RECORD TO WS-BEFORE-IMAGE
                   PERFORM UPDATE-EXISTING-ADDRESS
                   REWRITE AD-RECORD
                       INVALID KEY
                               AD-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "ADDRESS UPDATED"
                           MOVE "C" TO WS-JOURNAL-ACTION
                           MOVE AD-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-ADDRESS-RECORD
                   END-REWRITE
           END-READ.

                   IF CM-COURSE-CAPACITY = ZERO
                       OR CM-ENROLLED-COUNT IS LESS THAN
                           CM-COURSE-CAPACITY
                       MOVE WL-STUDENT-NUMBER TO WS-HOLD-STUDENT
                       PERFORM CHECK-STUDENT-HOLDS
                       IF STUDENT-IS-HELD
                           DISPLAY "STUDENT " WL-STUDENT-NUMBER
                               " ON HOLD - LEFT ON WAITLIST FOR "
                               WS-PROMOTE-COURSE
                       ELSE
                           PERFORM ENROLL-WAITLISTED-STUDENT
                       END-IF
                   END-IF
           END-READ.

               INVALID KEY
                   PERFORM SWITCH-WAITLISTED-STUDENT
               NOT INVALID KEY
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SM-RECORD TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-STUDENT-RECORD
                   PERFORM FINISH-WAITLIST-PROMOTION
           END-WRITE.

                   DISPLAY "WAITLISTED STUDENT NOT ON MASTER, FS = "
                       SM-FILE-STATUS
               NOT INVALID KEY
                   MOVE SM-RECORD TO WS-BEFORE-IMAGE
                   MOVE SM-COURSE-CODE TO WS-OLD-COURSE
                   MOVE WL-COURSE-CODE TO SM-COURSE-CODE
                   PERFORM GET-EFFECTIVE-FEE
                           DISPLAY "PROMOTION FAILED, FS = "
                               SM-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "C" TO WS-JOURNAL-ACTION
                           MOVE SM-RECORD TO WS-AFTER-IMAGE
                           PERFORM JOURNAL-STUDENT-RECORD
                           PERFORM FINISH-WAITLIST-PROMOTION
                           PERFORM DECREMENT-OLD-COURSE-COUNT
                   END-REWRITE
           IF ENROLL-FILE-IS-PRESENT
               MOVE SM-STUDENT-NUMBER TO EN-STUDENT-NUMBER
               MOVE WS-OLD-COURSE TO EN-COURSE-CODE
               PERFORM REMOVE-ENROLLMENT-RECORD
           END-IF.
           MOVE WS-OLD-COURSE TO WS-VACATED-COURSE.
           MOVE WS-OLD-COURSE TO CM-COURSE-CODE.
                   DISPLAY "PRIOR FEES OWED  : " SM-PRIOR-FEES-OWED
                   DISPLAY "PRIOR AMOUNT PAID: " SM-PRIOR-AMOUNT-PAID
           END-READ.

       MAINTAIN-HOLDS.
           DISPLAY "STUDENT NUMBER: " WITH NO ADVANCING.
           ACCEPT SM-STUDENT-NUMBER.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, FS = " SM-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "STUDENT: " SM-STUDENT-NAME
                   PERFORM LIST-STUDENT-HOLDS
                   DISPLAY "P - PLACE HOLD, R - RELEASE HOLD, "
                       "BLANK TO RETURN: " WITH NO ADVANCING
                   ACCEPT WS-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
                   EVALUATE WS-CHOICE
                       WHEN "P"
                           PERFORM PLACE-MANUAL-HOLD
                       WHEN "R"
                           PERFORM RELEASE-STUDENT-HOLD
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "INVALID CHOICE"
                   END-EVALUATE
           END-READ.

       LIST-STUDENT-HOLDS.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER.
           MOVE SPACES TO HD-HOLD-TYPE.
           START STUDENT-HOLD-FILE KEY IS GREATER THAN OR EQUAL TO
               HD-HOLD-KEY
               INVALID KEY SET END-OF-HDF TO TRUE
           END-START.
           IF NOT END-OF-HDF
               READ STUDENT-HOLD-FILE NEXT RECORD
                   AT END SET END-OF-HDF TO TRUE
               END-READ
               PERFORM SHOW-ONE-HOLD
                   UNTIL END-OF-HDF
                   OR HD-STUDENT-NUMBER NOT = SM-STUDENT-NUMBER
           END-IF.
           IF WS-HOLD-COUNT = ZERO
               DISPLAY "NO HOLDS ON FILE"
           END-IF.

       SHOW-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT.
           DISPLAY "HOLD " HD-HOLD-TYPE " " HD-HOLD-REASON
               " PLACED " HD-PLACED-DATE " BY " HD-PLACED-BY.
           READ STUDENT-HOLD-FILE NEXT RECORD
               AT END SET END-OF-HDF TO TRUE
           END-READ.

       PLACE-MANUAL-HOLD.
           MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER.
           MOVE "MANL" TO HD-HOLD-TYPE.
           DISPLAY "HOLD REASON: " WITH NO ADVANCING.
           ACCEPT HD-HOLD-REASON.
           MOVE WS-OPERATOR-ID TO HD-PLACED-BY.
           MOVE WS-RUN-DATE TO HD-PLACED-DATE.
           IF HD-HOLD-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - HOLD NOT PLACED"
           ELSE
               WRITE HD-RECORD
                   INVALID KEY
                       DISPLAY "MANUAL HOLD ALREADY ON FILE, FS = "
                           HD-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "HOLD PLACED"
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE HD-RECORD TO WS-AFTER-IMAGE
                       PERFORM JOURNAL-HOLD-RECORD
               END-WRITE
           END-IF.

       RELEASE-STUDENT-HOLD.
           MOVE SM-STUDENT-NUMBER TO HD-STUDENT-NUMBER.
           DISPLAY "HOLD TYPE TO RELEASE (FEES/DUNN/MANL): "
               WITH NO ADVANCING.
           ACCEPT HD-HOLD-TYPE.
           MOVE FUNCTION UPPER-CASE(HD-HOLD-TYPE) TO HD-HOLD-TYPE.
           READ STUDENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "NO SUCH HOLD ON FILE, FS = " HD-FILE-STATUS
               NOT INVALID KEY
                   PERFORM DELETE-STUDENT-HOLD
           END-READ.

       DELETE-STUDENT-HOLD.
           MOVE HD-RECORD TO WS-BEFORE-IMAGE.
           DELETE STUDENT-HOLD-FILE
               INVALID KEY
                   DISPLAY "HOLD NOT RELEASED, FS = " HD-FILE-STATUS
               NOT INVALID KEY
                   DISPLAY "HOLD RELEASED"
                   MOVE "D" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM JOURNAL-HOLD-RECORD
                   IF HD-HOLD-TYPE NOT = "MANL"
                       DISPLAY "NOTE: AN AUTOMATIC HOLD IS PLACED "
                           "AGAIN IF THE BALANCE IS STILL UNPAID"
                   END-IF
           END-DELETE.

       CHECK-STUDENT-HOLDS.
           SET STUDENT-NOT-HELD TO TRUE.
           MOVE WS-HOLD-STUDENT TO HD-STUDENT-NUMBER.
           MOVE SPACES TO HD-HOLD-TYPE.
           START STUDENT-HOLD-FILE KEY IS GREATER THAN OR EQUAL TO
               HD-HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STUDENT-HOLD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HD-STUDENT-NUMBER = WS-HOLD-STUDENT
                               SET STUDENT-IS-HELD TO TRUE
                           END-IF
                   END-READ
           END-START.

       SHOW-HOLD-REFUSAL.
           DISPLAY "STUDENT " WS-HOLD-STUDENT
               " IS ON FINANCIAL HOLD - ENROLLMENT REFUSED".
           DISPLAY "HOLD " HD-HOLD-TYPE " " HD-HOLD-REASON
               " PLACED " HD-PLACED-DATE " BY " HD-PLACED-BY.

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

       JOURNAL-HOLD-RECORD.
           MOVE "HOLD" TO WS-JOURNAL-TYPE.
           MOVE HD-STUDENT-NUMBER TO WS-JOURNAL-STUDENT.
           MOVE HD-HOLD-TYPE TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-COURSE-RECORD.
           MOVE "CRSE" TO WS-JOURNAL-TYPE.
           MOVE ZERO TO WS-JOURNAL-STUDENT.
           MOVE CM-COURSE-CODE TO WS-JOURNAL-KEY.
           PERFORM WRITE-CHANGE-JOURNAL.

       JOURNAL-FEE-RECORD.
           MOVE "FEES" TO WS-JOURNAL-TYPE.
           MOVE ZERO TO WS-JOURNAL-STUDENT.
           MOVE FE-FEE-KEY TO WS-JOURNAL-KEY.
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
