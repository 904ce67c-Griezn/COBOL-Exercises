       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermaint.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATOR-FILE ASSIGN TO "Operator.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS OP-FILE-STATUS.

               SELECT OPERATOR-ROLE-FILE ASSIGN TO "OperRole.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OR-ROLE
                   FILE STATUS IS OR-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATOR-FILE.
           01 OP-RECORD.
               88 END-OF-OPF VALUE HIGH-VALUE.
               02 OP-OPERATOR-ID       PIC X(8).
               02 OP-OPERATOR-NAME     PIC X(30).
               02 OP-PASSWORD          PIC X(8).
               02 OP-ROLE              PIC X(4).
                   88 ROLE-IS-CASHIER VALUE "CASH".
                   88 ROLE-IS-CLERK VALUE "CLRK".
                   88 ROLE-IS-SUPERVISOR VALUE "SUPV".
                   88 ROLE-IS-FINANCE VALUE "FINC".
                   88 ROLE-IS-VALID VALUE "CASH" "CLRK" "SUPV" "FINC".
               02 OP-ACTIVE-FLAG       PIC X(1).
                   88 OPERATOR-IS-ACTIVE VALUE "Y".

           FD OPERATOR-ROLE-FILE.
           01 OR-RECORD.
               88 END-OF-ORF VALUE HIGH-VALUE.
               02 OR-ROLE              PIC X(4).
                   88 LIMIT-ROLE-IS-VALID
                       VALUE "CASH" "CLRK" "SUPV" "FINC".
               02 OR-MAX-ADJUSTMENT    PIC 9(5)V99.
               02 OR-MAX-REVERSAL      PIC 9(5)V99.
               02 OR-MAX-RELIEF        PIC 9(5)V99.
               02 OR-MAX-REFUND        PIC 9(5)V99.


           WORKING-STORAGE SECTION.
           01 OP-FILE-STATUS PIC XX.
           01 OR-FILE-STATUS PIC XX.
           01 WS-CONTINUE PIC X VALUE "Y".
               88 KEEP-PROCESSING VALUE "Y".
           01 WS-CHOICE PIC X.
           01 WS-INPUT-FIELD PIC X(30).
           01 WS-INPUT-AMOUNT PIC 9(5)V99.
           01 WS-SIGNON-ID PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-STATE PIC X VALUE "N".
               88 SIGNON-IS-ACCEPTED VALUE "Y".
               88 SIGNON-IS-REFUSED VALUE "N".
           01 WS-OPERATORS-LISTED PIC 9(4).
           01 WS-ROLES-LISTED PIC 9(4).


       PROCEDURE DIVISION.
           OPEN I-O OPERATOR-FILE.
           IF OP-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-FILE
               IF OP-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN OPERATOR FILE, FS = "
                       OP-FILE-STATUS
                   STOP RUN
               END-IF
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
               IF OP-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN OPERATOR FILE, FS = "
                       OP-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN I-O OPERATOR-ROLE-FILE.
           IF OR-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPERATOR-ROLE-FILE
               IF OR-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT OPEN ROLE LIMIT FILE, FS = "
                       OR-FILE-STATUS
                   CLOSE OPERATOR-FILE
                   STOP RUN
               END-IF
               CLOSE OPERATOR-ROLE-FILE
               OPEN I-O OPERATOR-ROLE-FILE
               IF OR-FILE-STATUS NOT = "00"
                   DISPLAY "CANNOT REOPEN ROLE LIMIT FILE, FS = "
                       OR-FILE-STATUS
                   CLOSE OPERATOR-FILE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM SIGN-ON-SUPERVISOR.
           IF SIGNON-IS-REFUSED
               CLOSE OPERATOR-FILE
               CLOSE OPERATOR-ROLE-FILE
               STOP RUN
           END-IF.

           PERFORM UNTIL NOT KEEP-PROCESSING
               DISPLAY " "
               DISPLAY "OPERATOR MAINTENANCE - " WS-SIGNON-ID
               DISPLAY "  A - ADD/UPDATE AN OPERATOR"
               DISPLAY "  I - OPERATOR INQUIRY"
               DISPLAY "  L - LIST ALL OPERATORS"
               DISPLAY "  S - SUSPEND/REACTIVATE AN OPERATOR"
               DISPLAY "  R - ROLE APPROVAL LIMITS"
               DISPLAY "  X - EXIT"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN "A"
                       PERFORM MAINTAIN-OPERATOR
                   WHEN "I"
                       PERFORM OPERATOR-INQUIRY
                   WHEN "L"
                       PERFORM LIST-ALL-OPERATORS
                   WHEN "S"
                       PERFORM TOGGLE-OPERATOR-ACTIVE
                   WHEN "R"
                       PERFORM MAINTAIN-ROLE-LIMITS
                   WHEN "X"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE"
               END-EVALUATE
           END-PERFORM.

           CLOSE OPERATOR-FILE.
           CLOSE OPERATOR-ROLE-FILE.
           STOP RUN.


       SIGN-ON-SUPERVISOR.
           SET SIGNON-IS-REFUSED TO TRUE.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS GREATER THAN OR EQUAL TO
               OP-OPERATOR-ID
               INVALID KEY SET END-OF-OPF TO TRUE
           END-START.
           IF END-OF-OPF
               DISPLAY "NO OPERATORS ON FILE - ENTER THE FIRST "
                   "SUPERVISOR"
               PERFORM ADD-FIRST-SUPERVISOR
           ELSE
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-SIGNON-ID
               MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID) TO WS-SIGNON-ID
               DISPLAY "PASSWORD   : " WITH NO ADVANCING
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "SIGN-ON REFUSED - INVALID ID OR "
                           "PASSWORD"
                   NOT INVALID KEY
                       PERFORM CHECK-SUPERVISOR-SIGNON
               END-READ
           END-IF.

       CHECK-SUPERVISOR-SIGNON.
           IF OP-PASSWORD NOT = WS-SIGNON-PASSWORD
               DISPLAY "SIGN-ON REFUSED - INVALID ID OR PASSWORD"
           ELSE
               IF NOT OPERATOR-IS-ACTIVE
                   DISPLAY "SIGN-ON REFUSED - OPERATOR IS NOT ACTIVE"
               ELSE
                   IF NOT ROLE-IS-SUPERVISOR
                       DISPLAY "SIGN-ON REFUSED - OPERATOR "
                           "MAINTENANCE NEEDS A SUPERVISOR"
                   ELSE
                       SET SIGNON-IS-ACCEPTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-FIRST-SUPERVISOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(OP-OPERATOR-ID) TO OP-OPERATOR-ID.
           DISPLAY "NAME       : " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-NAME.
           DISPLAY "PASSWORD   : " WITH NO ADVANCING.
           ACCEPT OP-PASSWORD.
           MOVE "SUPV" TO OP-ROLE.
           MOVE "Y" TO OP-ACTIVE-FLAG.
           IF OP-OPERATOR-ID = SPACES OR OP-PASSWORD = SPACES
               DISPLAY "ID AND PASSWORD ARE REQUIRED - NOT ADDED"
           ELSE
               WRITE OP-RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR ADD FAILED, FS = "
                           OP-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "SUPERVISOR ADDED"
                       MOVE OP-OPERATOR-ID TO WS-SIGNON-ID
                       SET SIGNON-IS-ACCEPTED TO TRUE
               END-WRITE
           END-IF.

       MAINTAIN-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(OP-OPERATOR-ID) TO OP-OPERATOR-ID.
           IF OP-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED"
           ELSE
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT FOUND - ENTER DETAILS "
                           "TO ADD"
                       MOVE "Y" TO OP-ACTIVE-FLAG
                       PERFORM ENTER-OPERATOR-DETAILS
                       PERFORM ADD-OPERATOR-RECORD
                   NOT INVALID KEY
                       PERFORM SHOW-OPERATOR-DETAILS
                       DISPLAY "RE-ENTER ALL DETAILS"
                       PERFORM ENTER-OPERATOR-DETAILS
                       PERFORM UPDATE-OPERATOR-RECORD
               END-READ
           END-IF.

       ENTER-OPERATOR-DETAILS.
           DISPLAY "NAME                    : " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-NAME.
           DISPLAY "PASSWORD                : " WITH NO ADVANCING.
           ACCEPT OP-PASSWORD.
           DISPLAY "ROLE (CASH/CLRK/SUPV/FINC): " WITH NO ADVANCING.
           ACCEPT OP-ROLE.
           MOVE FUNCTION UPPER-CASE(OP-ROLE) TO OP-ROLE.

       ADD-OPERATOR-RECORD.
           IF NOT ROLE-IS-VALID OR OP-PASSWORD = SPACES
               DISPLAY "ROLE OR PASSWORD INVALID - OPERATOR NOT ADDED"
           ELSE
               WRITE OP-RECORD
                   INVALID KEY
                       DISPLAY "OPERATOR ADD FAILED, FS = "
                           OP-FILE-STATUS
                   NOT INVALID KEY
                       DISPLAY "OPERATOR ADDED"
               END-WRITE
           END-IF.

       UPDATE-OPERATOR-RECORD.
           IF NOT ROLE-IS-VALID OR OP-PASSWORD = SPACES
               DISPLAY "ROLE OR PASSWORD INVALID - OPERATOR NOT "
                   "UPDATED"
           ELSE
               IF OP-OPERATOR-ID = WS-SIGNON-ID
                   AND NOT ROLE-IS-SUPERVISOR
                   DISPLAY "YOU CANNOT REMOVE YOUR OWN SUPERVISOR "
                       "ROLE - NOT UPDATED"
               ELSE
                   REWRITE OP-RECORD
                       INVALID KEY
                           DISPLAY "OPERATOR UPDATE FAILED, FS = "
                               OP-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "OPERATOR UPDATED"
                   END-REWRITE
               END-IF
           END-IF.

       SHOW-OPERATOR-DETAILS.
           DISPLAY "OPERATOR ID : " OP-OPERATOR-ID.
           DISPLAY "NAME        : " OP-OPERATOR-NAME.
           DISPLAY "ROLE        : " OP-ROLE.
           DISPLAY "ACTIVE      : " OP-ACTIVE-FLAG.

       OPERATOR-INQUIRY.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(OP-OPERATOR-ID) TO OP-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT ON FILE"
               NOT INVALID KEY
                   PERFORM SHOW-OPERATOR-DETAILS
           END-READ.

       LIST-ALL-OPERATORS.
           MOVE ZERO TO WS-OPERATORS-LISTED.
           MOVE LOW-VALUES TO OP-OPERATOR-ID.
           START OPERATOR-FILE KEY IS GREATER THAN OR EQUAL TO
               OP-OPERATOR-ID
               INVALID KEY SET END-OF-OPF TO TRUE
           END-START.
           IF NOT END-OF-OPF
               READ OPERATOR-FILE NEXT RECORD
                   AT END SET END-OF-OPF TO TRUE
               END-READ
               PERFORM LIST-ONE-OPERATOR UNTIL END-OF-OPF
           END-IF.
           IF WS-OPERATORS-LISTED = ZERO
               DISPLAY "NO OPERATORS ON FILE"
           END-IF.

       LIST-ONE-OPERATOR.
           DISPLAY OP-OPERATOR-ID "  " OP-OPERATOR-NAME
               "  ROLE " OP-ROLE
               "  ACTIVE " OP-ACTIVE-FLAG.
           ADD 1 TO WS-OPERATORS-LISTED.
           READ OPERATOR-FILE NEXT RECORD
               AT END SET END-OF-OPF TO TRUE
           END-READ.

       TOGGLE-OPERATOR-ACTIVE.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OP-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(OP-OPERATOR-ID) TO OP-OPERATOR-ID.
           IF OP-OPERATOR-ID = WS-SIGNON-ID
               DISPLAY "YOU CANNOT SUSPEND YOURSELF"
           ELSE
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "OPERATOR NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM SWITCH-ACTIVE-FLAG
               END-READ
           END-IF.

       SWITCH-ACTIVE-FLAG.
           IF OPERATOR-IS-ACTIVE
               MOVE "N" TO OP-ACTIVE-FLAG
           ELSE
               MOVE "Y" TO OP-ACTIVE-FLAG
           END-IF.
           REWRITE OP-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR UPDATE FAILED, FS = "
                       OP-FILE-STATUS
               NOT INVALID KEY
                   IF OPERATOR-IS-ACTIVE
                       DISPLAY "OPERATOR " OP-OPERATOR-ID
                           " REACTIVATED"
                   ELSE
                       DISPLAY "OPERATOR " OP-OPERATOR-ID
                           " SUSPENDED"
                   END-IF
           END-REWRITE.

       MAINTAIN-ROLE-LIMITS.
           PERFORM LIST-ROLE-LIMITS.
           DISPLAY "ROLE TO SET (CASH/CLRK/SUPV/FINC, BLANK = NONE): "
               WITH NO ADVANCING.
           ACCEPT OR-ROLE.
           MOVE FUNCTION UPPER-CASE(OR-ROLE) TO OR-ROLE.
           IF OR-ROLE NOT = SPACES
               IF NOT LIMIT-ROLE-IS-VALID
                   DISPLAY "INVALID ROLE"
               ELSE
                   READ OPERATOR-ROLE-FILE
                       INVALID KEY
                           PERFORM ENTER-ROLE-LIMITS
                           WRITE OR-RECORD
                               INVALID KEY
                                   DISPLAY "LIMITS NOT SAVED, FS = "
                                       OR-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "ROLE LIMITS ADDED"
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM ENTER-ROLE-LIMITS
                           REWRITE OR-RECORD
                               INVALID KEY
                                   DISPLAY "LIMITS NOT SAVED, FS = "
                                       OR-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "ROLE LIMITS UPDATED"
                           END-REWRITE
                   END-READ
               END-IF
           END-IF.

       ENTER-ROLE-LIMITS.
           DISPLAY "ENTER MAXIMUM AMOUNTS (0 = NOT ALLOWED)".
           DISPLAY "  ADJUSTMENT       : " WITH NO ADVANCING.
           PERFORM ACCEPT-ONE-AMOUNT.
           MOVE WS-INPUT-AMOUNT TO OR-MAX-ADJUSTMENT.
           DISPLAY "  REVERSAL         : " WITH NO ADVANCING.
           PERFORM ACCEPT-ONE-AMOUNT.
           MOVE WS-INPUT-AMOUNT TO OR-MAX-REVERSAL.
           DISPLAY "  WITHDRAWAL RELIEF: " WITH NO ADVANCING.
           PERFORM ACCEPT-ONE-AMOUNT.
           MOVE WS-INPUT-AMOUNT TO OR-MAX-RELIEF.
           DISPLAY "  REFUND           : " WITH NO ADVANCING.
           PERFORM ACCEPT-ONE-AMOUNT.
           MOVE WS-INPUT-AMOUNT TO OR-MAX-REFUND.

       ACCEPT-ONE-AMOUNT.
           ACCEPT WS-INPUT-FIELD.
           MOVE FUNCTION NUMVAL(WS-INPUT-FIELD) TO WS-INPUT-AMOUNT.

       LIST-ROLE-LIMITS.
           MOVE ZERO TO WS-ROLES-LISTED.
           MOVE LOW-VALUES TO OR-ROLE.
           START OPERATOR-ROLE-FILE KEY IS GREATER THAN OR EQUAL TO
               OR-ROLE
               INVALID KEY SET END-OF-ORF TO TRUE
           END-START.
           IF NOT END-OF-ORF
               READ OPERATOR-ROLE-FILE NEXT RECORD
                   AT END SET END-OF-ORF TO TRUE
               END-READ
               PERFORM LIST-ONE-ROLE UNTIL END-OF-ORF
           END-IF.
           IF WS-ROLES-LISTED = ZERO
               DISPLAY "NO ROLE LIMITS ON FILE"
           END-IF.

       LIST-ONE-ROLE.
           DISPLAY OR-ROLE
               "  ADJ " OR-MAX-ADJUSTMENT
               "  RVSL " OR-MAX-REVERSAL
               "  RELIEF " OR-MAX-RELIEF
               "  REFUND " OR-MAX-REFUND.
           ADD 1 TO WS-ROLES-LISTED.
           READ OPERATOR-ROLE-FILE NEXT RECORD
               AT END SET END-OF-ORF TO TRUE
           END-READ.
