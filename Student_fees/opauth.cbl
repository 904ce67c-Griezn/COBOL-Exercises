       IDENTIFICATION DIVISION.
       PROGRAM-ID. opauth.
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
               02 OP-OPERATOR-ID       PIC X(8).
               02 OP-OPERATOR-NAME     PIC X(30).
               02 OP-PASSWORD          PIC X(8).
               02 OP-ROLE              PIC X(4).
                   88 ROLE-IS-CASHIER VALUE "CASH".
                   88 ROLE-IS-CLERK VALUE "CLRK".
                   88 ROLE-IS-SUPERVISOR VALUE "SUPV".
                   88 ROLE-IS-FINANCE VALUE "FINC".
               02 OP-ACTIVE-FLAG       PIC X(1).
                   88 OPERATOR-IS-ACTIVE VALUE "Y".

           FD OPERATOR-ROLE-FILE.
           01 OR-RECORD.
               02 OR-ROLE              PIC X(4).
               02 OR-MAX-ADJUSTMENT    PIC 9(5)V99.
               02 OR-MAX-REVERSAL      PIC 9(5)V99.
               02 OR-MAX-RELIEF        PIC 9(5)V99.
               02 OR-MAX-REFUND        PIC 9(5)V99.


           WORKING-STORAGE SECTION.
           01 OP-FILE-STATUS PIC XX.
           01 OR-FILE-STATUS PIC XX.
           01 WS-SECOND-APPROVAL-LIMIT PIC 9(5)V99 VALUE 2500.00.
           01 WS-ROLE-LIMIT PIC 9(5)V99.
           01 WS-WHO PIC X(14).
           01 WS-OPERATOR-PASSWORD PIC X(8).

           LINKAGE SECTION.
           01 LS-AUTH-REQUEST.
               02 LS-AUTH-FUNCTION     PIC X(8).
               02 LS-AUTH-OPERATOR     PIC X(8).
               02 LS-AUTH-PASSWORD     PIC X(8).
               02 LS-AUTH-LIMIT-TYPE   PIC X(4).
               02 LS-AUTH-AMOUNT       PIC 9(5)V99.
               02 LS-AUTH-ROLE         PIC X(4).
               02 LS-AUTH-SECOND-FLAG  PIC X(1).
               02 LS-AUTH-REASON       PIC X(30).
           01 LS-RETURN-STATUS PIC XX.


       PROCEDURE DIVISION USING LS-AUTH-REQUEST LS-RETURN-STATUS.
           MOVE "00" TO LS-RETURN-STATUS.
           MOVE SPACES TO LS-AUTH-ROLE.
           MOVE "N" TO LS-AUTH-SECOND-FLAG.
           MOVE SPACES TO LS-AUTH-REASON.
           EVALUATE LS-AUTH-FUNCTION
               WHEN "SIGNON"
                   PERFORM SIGN-ON-OPERATOR
               WHEN "APPROVE"
                   MOVE "AUTHORISER" TO WS-WHO
                   PERFORM CHECK-APPROVAL-LIMIT
               WHEN "SECOND"
                   MOVE "2ND APPROVER" TO WS-WHO
                   PERFORM CHECK-APPROVAL-LIMIT
                   IF LS-RETURN-STATUS = "00"
                       AND LS-AUTH-ROLE NOT = "SUPV"
                       AND LS-AUTH-ROLE NOT = "FINC"
                       MOVE "27" TO LS-RETURN-STATUS
                       MOVE "2ND APPROVER ROLE NOT ALLOWED"
                           TO LS-AUTH-REASON
                   END-IF
               WHEN OTHER
                   MOVE "99" TO LS-RETURN-STATUS
           END-EVALUATE.
           GOBACK.

       READ-OPERATOR-RECORD.
           OPEN INPUT OPERATOR-FILE.
           IF OP-FILE-STATUS NOT = "00"
               MOVE "98" TO LS-RETURN-STATUS
               MOVE "OPERATOR FILE NOT AVAILABLE" TO LS-AUTH-REASON
           ELSE
               MOVE LS-AUTH-OPERATOR TO OP-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "21" TO LS-RETURN-STATUS
                   NOT INVALID KEY
                       MOVE OP-ROLE TO LS-AUTH-ROLE
                       MOVE OP-PASSWORD TO WS-OPERATOR-PASSWORD
                       IF NOT OPERATOR-IS-ACTIVE
                           MOVE "22" TO LS-RETURN-STATUS
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       SIGN-ON-OPERATOR.
           PERFORM READ-OPERATOR-RECORD.
           EVALUATE LS-RETURN-STATUS
               WHEN "00"
                   IF WS-OPERATOR-PASSWORD NOT = LS-AUTH-PASSWORD
                       MOVE "23" TO LS-RETURN-STATUS
                       MOVE SPACES TO LS-AUTH-ROLE
                       MOVE "INVALID ID OR PASSWORD" TO LS-AUTH-REASON
                   END-IF
               WHEN "21"
                   MOVE "INVALID ID OR PASSWORD" TO LS-AUTH-REASON
               WHEN "22"
                   MOVE SPACES TO LS-AUTH-ROLE
                   MOVE "OPERATOR IS NOT ACTIVE" TO LS-AUTH-REASON
           END-EVALUATE.

       CHECK-APPROVAL-LIMIT.
           IF LS-AUTH-OPERATOR = SPACES
               MOVE "21" TO LS-RETURN-STATUS
           ELSE
               PERFORM READ-OPERATOR-RECORD
           END-IF.
           EVALUATE LS-RETURN-STATUS
               WHEN "00"
                   PERFORM CHECK-ROLE-LIMIT
               WHEN "21"
                   STRING WS-WHO DELIMITED BY "  "
                       " NOT ON FILE" DELIMITED BY SIZE
                       INTO LS-AUTH-REASON
                   END-STRING
               WHEN "22"
                   STRING WS-WHO DELIMITED BY "  "
                       " NOT ACTIVE" DELIMITED BY SIZE
                       INTO LS-AUTH-REASON
                   END-STRING
           END-EVALUATE.

       CHECK-ROLE-LIMIT.
           MOVE ZERO TO WS-ROLE-LIMIT.
           OPEN INPUT OPERATOR-ROLE-FILE.
           IF OR-FILE-STATUS = "00"
               MOVE LS-AUTH-ROLE TO OR-ROLE
               READ OPERATOR-ROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE LS-AUTH-LIMIT-TYPE
                           WHEN "ADJS"
                               MOVE OR-MAX-ADJUSTMENT TO WS-ROLE-LIMIT
                           WHEN "RVSL"
                               MOVE OR-MAX-REVERSAL TO WS-ROLE-LIMIT
                           WHEN "RELF"
                               MOVE OR-MAX-RELIEF TO WS-ROLE-LIMIT
                           WHEN "RFND"
                               MOVE OR-MAX-REFUND TO WS-ROLE-LIMIT
                       END-EVALUATE
               END-READ
               CLOSE OPERATOR-ROLE-FILE
           END-IF.
           IF WS-ROLE-LIMIT = ZERO
               MOVE "24" TO LS-RETURN-STATUS
               STRING WS-WHO DELIMITED BY "  "
                   " ROLE HAS NO LIMIT" DELIMITED BY SIZE
                   INTO LS-AUTH-REASON
               END-STRING
           ELSE
               IF LS-AUTH-AMOUNT IS GREATER THAN WS-ROLE-LIMIT
                   MOVE "25" TO LS-RETURN-STATUS
                   STRING "OVER " DELIMITED BY SIZE
                       WS-WHO DELIMITED BY "  "
                       " LIMIT" DELIMITED BY SIZE
                       INTO LS-AUTH-REASON
                   END-STRING
               END-IF
           END-IF.
           IF LS-AUTH-AMOUNT IS GREATER THAN WS-SECOND-APPROVAL-LIMIT
               MOVE "Y" TO LS-AUTH-SECOND-FLAG
           END-IF.
