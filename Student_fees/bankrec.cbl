       IDENTIFICATION DIVISION.
       PROGRAM-ID. bankrec.
       AUTHOR. Seppe Degryse.


       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BANK-STATEMENT-FILE ASSIGN TO "BankStmt.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BK-FILE-STATUS.

               SELECT DEPOSIT-REPORT-FILE ASSIGN TO "Deposit.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DP-FILE-STATUS.

               SELECT RECON-OPEN-FILE ASSIGN TO "BankRecOpen.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RO-FILE-STATUS.

               SELECT RECON-CONTROL-FILE ASSIGN TO "BankRecCtl.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RC-FILE-STATUS.

               SELECT RECON-CLEAR-FILE ASSIGN TO "BankRecClr.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CL-FILE-STATUS.

               SELECT RECON-REPORT-FILE ASSIGN TO "BankRec.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD BANK-STATEMENT-FILE.
           01 BK-RECORD.
               88 END-OF-BKF VALUE HIGH-VALUE.
               02 BK-CREDIT-DATE       PIC 9(8).
               02 BK-METHOD            PIC X(4).
               02 BK-AMOUNT            PIC 9(8)V99.
               02 BK-BANK-REF          PIC X(20).
               02 BK-NARRATIVE         PIC X(30).

           FD DEPOSIT-REPORT-FILE.
           01 DP-PRINT-LINE.
               88 END-OF-DPF VALUE HIGH-VALUE.
               02 DP-LINE-TEXT         PIC X(80).
           01 DP-DATE-LINE.
               02 DP-DATE-LABEL        PIC X(13).
               02 DP-DAY               PIC 9(8).
               02 FILLER               PIC X(59).
           01 DP-METHOD-LINE.
               02 FILLER               PIC X(2).
               02 DP-METHOD            PIC X(4).
               02 DP-COUNT-LABEL       PIC X(10).
               02 DP-COUNT             PIC ZZZ,ZZ9.
               02 FILLER               PIC X(11).
               02 DP-AMOUNT            PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(33).

           FD RECON-OPEN-FILE.
           01 RO-RECORD.
               88 END-OF-ROF VALUE HIGH-VALUE.
               02 RO-ITEM-TYPE         PIC X(1).
                   88 RO-IS-DEPOSIT VALUE "D".
                   88 RO-IS-BANK-CREDIT VALUE "B".
                   88 RO-IS-DIFFERENCE VALUE "X".
               02 RO-ITEM-DATE         PIC 9(8).
               02 RO-METHOD            PIC X(4).
               02 RO-AMOUNT            PIC 9(8)V99.
               02 RO-BANK-REF          PIC X(20).
               02 RO-NARRATIVE         PIC X(30).
               02 RO-FIRST-SEEN        PIC 9(8).
               02 RO-DEP-DATE          PIC 9(8).
               02 RO-DEP-AMOUNT        PIC 9(8)V99.
               02 RO-DIFFERENCE        PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.

           FD RECON-CONTROL-FILE.
           01 RC-RECORD.
               02 RC-DEPOSITS-THROUGH  PIC 9(8).
               02 RC-STATEMENT-THROUGH PIC 9(8).
               02 RC-LAST-RUN-DATE     PIC 9(8).
               02 RC-RECON-RUNS        PIC 9(4).

           FD RECON-CLEAR-FILE.
           01 CL-RECORD.
               88 END-OF-CLF VALUE HIGH-VALUE.
               02 CL-CREDIT-DATE       PIC 9(8).
               02 CL-METHOD            PIC X(4).
               02 CL-AMOUNT            PIC 9(8)V99.
               02 CL-BANK-REF          PIC X(20).

           FD RECON-REPORT-FILE.
           01 BR-PRINT-LINE            PIC X(120).


           WORKING-STORAGE SECTION.
           01 BK-FILE-STATUS PIC XX.
           01 DP-FILE-STATUS PIC XX.
           01 RO-FILE-STATUS PIC XX.
           01 RC-FILE-STATUS PIC XX.
           01 CL-FILE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-COMMAND-LINE PIC X(20).
           01 WS-START-DATE PIC 9(8) VALUE ZERO.
           01 WS-DEPOSITS-THROUGH PIC 9(8) VALUE ZERO.
           01 WS-STATEMENT-THROUGH PIC 9(8) VALUE ZERO.
           01 WS-RECON-RUNS PIC 9(4) VALUE ZERO.
           01 WS-HIGHEST-DAY PIC 9(8) VALUE ZERO.
           01 WS-HIGHEST-CREDIT PIC 9(8) VALUE ZERO.
           01 WS-CURRENT-DAY PIC 9(8) VALUE ZERO.
           01 WS-DEPOSIT-AMOUNT PIC 9(8)V99.
           01 WS-CREDITS-SKIPPED PIC 9(6) VALUE ZERO.
           01 WS-DAYS-APART PIC S9(6).
           01 WS-OVERDUE-DAYS PIC 9(2) VALUE 2.
           01 WS-DIFFERENCE PIC S9(8)V99.
           01 WS-KEEP-NAME PIC X(20).
           01 WS-KEEP-STEP PIC X(8).
           01 WS-KEEP-STATUS PIC XX.

           01 WS-METHOD-SETTING-VALUES.
               02 FILLER               PIC X(5) VALUE "CASH3".
               02 FILLER               PIC X(5) VALUE "CHEQ3".
               02 FILLER               PIC X(5) VALUE "CARD5".
               02 FILLER               PIC X(5) VALUE "TRFR3".
           01 WS-METHOD-SETTINGS REDEFINES WS-METHOD-SETTING-VALUES.
               02 WS-MS-ENTRY OCCURS 4.
                   03 WS-MS-METHOD         PIC X(4).
                   03 WS-MS-LAG-DAYS       PIC 9(1).
           01 WS-MS-IX PIC 9(2).
           01 WS-MS-STATE PIC X.
               88 METHOD-IS-BANKED VALUE "Y".
               88 METHOD-NOT-BANKED VALUE "N".

           01 WS-DEP-COUNT PIC 9(4) VALUE ZERO.
           01 WS-DEP-IX PIC 9(4).
           01 WS-DEP-FOUND-IX PIC 9(4).
           01 WS-DEPOSIT-TABLE.
               02 WS-DEP-ENTRY OCCURS 1000.
                   03 WS-DEP-DATE          PIC 9(8).
                   03 WS-DEP-METHOD        PIC X(4).
                   03 WS-DEP-AMOUNT        PIC 9(8)V99.
                   03 WS-DEP-FIRST-SEEN    PIC 9(8).
                   03 WS-DEP-STATE         PIC X(1).
                       88 DEPOSIT-IS-OPEN VALUE "O".
                       88 DEPOSIT-IS-MATCHED VALUE "M".
                       88 DEPOSIT-IS-DIFFERENT VALUE "D".

           01 WS-BNK-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BNK-IX PIC 9(4).
           01 WS-BANK-TABLE.
               02 WS-BNK-ENTRY OCCURS 1000.
                   03 WS-BNK-DATE          PIC 9(8).
                   03 WS-BNK-METHOD        PIC X(4).
                   03 WS-BNK-AMOUNT        PIC 9(8)V99.
                   03 WS-BNK-REF           PIC X(20).
                   03 WS-BNK-NARRATIVE     PIC X(30).
                   03 WS-BNK-FIRST-SEEN    PIC 9(8).
                   03 WS-BNK-DEP-IX        PIC 9(4).
                   03 WS-BNK-STATE         PIC X(1).
                       88 CREDIT-IS-OPEN VALUE "O".
                       88 CREDIT-IS-MATCHED VALUE "M".
                       88 CREDIT-IS-DIFFERENT VALUE "D".
                       88 CREDIT-IS-OFFSETTING VALUE "F".
                       88 DIFFERENCE-IS-OFFSET VALUE "R".
                       88 DIFFERENCE-IS-CLEARED VALUE "C".
           01 WS-DIF-IX PIC 9(4).
           01 WS-DIF-FOUND-IX PIC 9(4).

           01 WS-TABLE-STATE PIC X VALUE "N".
               88 ITEM-TABLE-IS-FULL VALUE "Y".

           01 WS-SECTION-COUNT PIC 9(6).
           01 WS-SECTION-AMOUNT PIC 9(10)V99.
           01 WS-SECTION-DIFFERENCE PIC S9(10)V99.
           01 WS-MATCHED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-DIFFERENT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-RESOLVED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-CLEARS-NOT-FOUND PIC 9(6) VALUE ZERO.
           01 WS-TRANSIT-COUNT PIC 9(6) VALUE ZERO.
           01 WS-UNMATCHED-COUNT PIC 9(6) VALUE ZERO.
           01 WS-NEW-DEPOSITS PIC 9(6) VALUE ZERO.
           01 WS-NEW-CREDITS PIC 9(6) VALUE ZERO.

           01 WS-HEADING-LINE.
               02 FILLER               PIC X(22) VALUE SPACES.
               02 FILLER               PIC X(32)
                   VALUE "BANK  DEPOSIT  RECONCILIATION  ".
               02 WS-HL-RUN-DATE       PIC 9(8).

           01 WS-SECTION-LINE.
               02 WS-SL-TITLE          PIC X(40).

           01 WS-MATCH-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-ML-DEP-DATE       PIC 9(8).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-ML-METHOD         PIC X(4).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-ML-AMOUNT         PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(10)
                   VALUE "  CREDITED".
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-ML-BANK-DATE      PIC 9(8).
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-ML-BANK-REF       PIC X(20).

           01 WS-DIFFERENCE-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-XL-DEP-DATE       PIC 9(8).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-XL-METHOD         PIC X(4).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-XL-DEP-AMOUNT     PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(6) VALUE "  BANK".
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-XL-BANK-DATE      PIC 9(8).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-XL-BANK-AMOUNT    PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(7) VALUE "  DIFF ".
               02 WS-XL-DIFFERENCE     PIC --,---,--9.99.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-XL-BANK-REF       PIC X(20).
               02 FILLER               PIC X(6) VALUE "  AGE ".
               02 WS-XL-AGE            PIC ZZZZ9.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-XL-NOTE           PIC X(8).

           01 WS-TRANSIT-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-TL-DEP-DATE       PIC 9(8).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-METHOD         PIC X(4).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-TL-AMOUNT         PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(7) VALUE "  DAYS ".
               02 WS-TL-DAYS           PIC ZZZZ9.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-TL-NOTE           PIC X(8).

           01 WS-UNMATCHED-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-UL-BANK-DATE      PIC 9(8).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-UL-METHOD         PIC X(4).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-UL-AMOUNT         PIC $$,$$$,$$9.99.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 WS-UL-BANK-REF       PIC X(20).
               02 FILLER               PIC X(1) VALUE SPACE.
               02 WS-UL-NARRATIVE      PIC X(30).

           01 WS-SECTION-TOTAL-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 FILLER               PIC X(8) VALUE "ITEMS = ".
               02 WS-ST-COUNT          PIC ZZZ,ZZ9.
               02 FILLER               PIC X(11)
                   VALUE "  AMOUNT = ".
               02 WS-ST-AMOUNT         PIC $$$$,$$$,$$9.99.

           01 WS-DIFFERENCE-TOTAL-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 FILLER               PIC X(19)
                   VALUE "NET DIFFERENCE  = ".
               02 WS-DT-DIFFERENCE     PIC ----,---,--9.99.

           01 WS-NONE-LINE.
               02 FILLER               PIC X(2) VALUE SPACES.
               02 FILLER               PIC X(4) VALUE "NONE".


       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF WS-COMMAND-LINE NOT = SPACES
               AND WS-COMMAND-LINE NOT = LOW-VALUES
               MOVE FUNCTION NUMVAL(WS-COMMAND-LINE) TO WS-START-DATE
           END-IF.

           PERFORM READ-RECON-CONTROL.
           IF WS-RECON-RUNS = ZERO
               IF WS-START-DATE IS LESS THAN 19000101
                   OR WS-START-DATE IS NOT LESS THAN WS-RUN-DATE
                   DISPLAY "FIRST RECONCILIATION NEEDS A START DATE"
                   DISPLAY "USAGE: bankrec [START-DATE]"
                   DISPLAY "  START-DATE IS THE FIRST BANKING DAY "
                       "(YYYYMMDD) TO RECONCILE - FIRST RUN ONLY"
                   STOP RUN
               END-IF
               COMPUTE WS-DEPOSITS-THROUGH = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-START-DATE) - 1)
           ELSE
               IF WS-START-DATE NOT = ZERO
                   DISPLAY "DEPOSITS RECONCILED THROUGH "
                       WS-DEPOSITS-THROUGH " - START DATE IGNORED"
               END-IF
           END-IF.

           OPEN INPUT DEPOSIT-REPORT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN Deposit.rpt, FS = " DP-FILE-STATUS
                   " - RUN deposit FIRST"
               STOP RUN
           END-IF.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF BK-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN BANK STATEMENT, FS = "
                   BK-FILE-STATUS
               CLOSE DEPOSIT-REPORT-FILE
               STOP RUN
           END-IF.

           PERFORM LOAD-OPEN-ITEMS.

           READ DEPOSIT-REPORT-FILE
               AT END SET END-OF-DPF TO TRUE
           END-READ.
           PERFORM LOAD-DEPOSIT-LINE UNTIL END-OF-DPF.
           CLOSE DEPOSIT-REPORT-FILE.

           READ BANK-STATEMENT-FILE
               AT END SET END-OF-BKF TO TRUE
           END-READ.
           PERFORM LOAD-BANK-CREDIT UNTIL END-OF-BKF.
           CLOSE BANK-STATEMENT-FILE.

           IF ITEM-TABLE-IS-FULL
               DISPLAY "MORE THAN 1000 OPEN DEPOSITS OR CREDITS - "
                   "RECONCILIATION NOT RUN"
               STOP RUN
           END-IF.

           PERFORM MATCH-EXACT-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM MATCH-OFFSETTING-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM MATCH-DIFFERING-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM MATCH-OFFSETTING-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM APPLY-DIFFERENCE-CLEARS.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-HEADING-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           PERFORM PRINT-MATCHED-DEPOSITS.
           PERFORM PRINT-AMOUNT-DIFFERENCES.
           PERFORM PRINT-RESOLVED-DIFFERENCES.
           PERFORM PRINT-DEPOSITS-IN-TRANSIT.
           PERFORM PRINT-UNMATCHED-CREDITS.
           CLOSE RECON-REPORT-FILE.

           PERFORM SAVE-OPEN-ITEMS.
           PERFORM SAVE-RECON-CONTROL.

           MOVE "BankRec.rpt" TO WS-KEEP-NAME.
           MOVE "BANKREC" TO WS-KEEP-STEP.
           CALL "rptkeep" USING WS-KEEP-NAME WS-KEEP-STEP
               WS-KEEP-STATUS.

           DISPLAY "BANK RECONCILIATION COMPLETE".
           DISPLAY "  NEW DEPOSITS      = " WS-NEW-DEPOSITS
               " NEW CREDITS = " WS-NEW-CREDITS.
           IF WS-CREDITS-SKIPPED IS GREATER THAN ZERO
               DISPLAY "  CREDITS SKIPPED   = " WS-CREDITS-SKIPPED
                   " (DATED ON/BEFORE " WS-STATEMENT-THROUGH
                   ", ALREADY LOADED)"
           END-IF.
           DISPLAY "  MATCHED           = " WS-MATCHED-COUNT.
           DISPLAY "  DIFFERENCES       = " WS-DIFFERENT-COUNT
               " RESOLVED = " WS-RESOLVED-COUNT.
           IF WS-CLEARS-NOT-FOUND IS GREATER THAN ZERO
               DISPLAY "  CLEARS NOT FOUND  = " WS-CLEARS-NOT-FOUND
                   " - SEE BankRecClr.dat"
           END-IF.
           DISPLAY "  IN TRANSIT        = " WS-TRANSIT-COUNT.
           DISPLAY "  UNMATCHED CREDITS = " WS-UNMATCHED-COUNT
               " - SEE BankRec.rpt".

           STOP RUN.


       READ-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           IF RC-FILE-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RC-DEPOSITS-THROUGH TO WS-DEPOSITS-THROUGH
                       MOVE RC-STATEMENT-THROUGH
                           TO WS-STATEMENT-THROUGH
                       MOVE RC-RECON-RUNS TO WS-RECON-RUNS
               END-READ
               CLOSE RECON-CONTROL-FILE
           END-IF.

       SAVE-RECON-CONTROL.
           ADD 1 TO WS-RECON-RUNS.
           IF WS-HIGHEST-DAY IS GREATER THAN WS-DEPOSITS-THROUGH
               MOVE WS-HIGHEST-DAY TO WS-DEPOSITS-THROUGH
           END-IF.
           IF WS-HIGHEST-CREDIT IS GREATER THAN WS-STATEMENT-THROUGH
               MOVE WS-HIGHEST-CREDIT TO WS-STATEMENT-THROUGH
           END-IF.
           OPEN OUTPUT RECON-CONTROL-FILE.
           MOVE WS-DEPOSITS-THROUGH TO RC-DEPOSITS-THROUGH.
           MOVE WS-STATEMENT-THROUGH TO RC-STATEMENT-THROUGH.
           MOVE WS-RUN-DATE TO RC-LAST-RUN-DATE.
           MOVE WS-RECON-RUNS TO RC-RECON-RUNS.
           WRITE RC-RECORD.
           CLOSE RECON-CONTROL-FILE.

       LOAD-OPEN-ITEMS.
           OPEN INPUT RECON-OPEN-FILE.
           IF RO-FILE-STATUS = "00"
               READ RECON-OPEN-FILE
                   AT END SET END-OF-ROF TO TRUE
               END-READ
               PERFORM LOAD-ONE-OPEN-ITEM UNTIL END-OF-ROF
               CLOSE RECON-OPEN-FILE
           END-IF.

       LOAD-ONE-OPEN-ITEM.
           EVALUATE TRUE
               WHEN RO-IS-DEPOSIT
                   MOVE RO-ITEM-DATE TO WS-CURRENT-DAY
                   MOVE RO-METHOD TO DP-METHOD
                   MOVE RO-AMOUNT TO WS-DEPOSIT-AMOUNT
                   PERFORM ADD-DEPOSIT-ITEM
                   IF NOT ITEM-TABLE-IS-FULL
                       MOVE RO-FIRST-SEEN TO
                           WS-DEP-FIRST-SEEN(WS-DEP-COUNT)
                   END-IF
               WHEN RO-IS-BANK-CREDIT
                   MOVE RO-ITEM-DATE TO BK-CREDIT-DATE
                   MOVE RO-METHOD TO BK-METHOD
                   MOVE RO-AMOUNT TO BK-AMOUNT
                   MOVE RO-BANK-REF TO BK-BANK-REF
                   MOVE RO-NARRATIVE TO BK-NARRATIVE
                   PERFORM ADD-BANK-ITEM
                   IF NOT ITEM-TABLE-IS-FULL
                       MOVE RO-FIRST-SEEN TO
                           WS-BNK-FIRST-SEEN(WS-BNK-COUNT)
                   END-IF
               WHEN RO-IS-DIFFERENCE
                   PERFORM LOAD-OPEN-DIFFERENCE
           END-EVALUATE.
           READ RECON-OPEN-FILE
               AT END SET END-OF-ROF TO TRUE
           END-READ.

       LOAD-OPEN-DIFFERENCE.
           MOVE RO-DEP-DATE TO WS-CURRENT-DAY.
           MOVE RO-METHOD TO DP-METHOD.
           MOVE RO-DEP-AMOUNT TO WS-DEPOSIT-AMOUNT.
           PERFORM ADD-DEPOSIT-ITEM.
           MOVE RO-ITEM-DATE TO BK-CREDIT-DATE.
           MOVE RO-METHOD TO BK-METHOD.
           MOVE RO-AMOUNT TO BK-AMOUNT.
           MOVE RO-BANK-REF TO BK-BANK-REF.
           MOVE RO-NARRATIVE TO BK-NARRATIVE.
           PERFORM ADD-BANK-ITEM.
           IF NOT ITEM-TABLE-IS-FULL
               MOVE RO-FIRST-SEEN TO WS-DEP-FIRST-SEEN(WS-DEP-COUNT)
               MOVE RO-FIRST-SEEN TO WS-BNK-FIRST-SEEN(WS-BNK-COUNT)
               SET DEPOSIT-IS-DIFFERENT(WS-DEP-COUNT) TO TRUE
               SET CREDIT-IS-DIFFERENT(WS-BNK-COUNT) TO TRUE
               MOVE WS-DEP-COUNT TO WS-BNK-DEP-IX(WS-BNK-COUNT)
           END-IF.

       LOAD-DEPOSIT-LINE.
           IF DP-DATE-LABEL = "BANKING DAY: "
               AND DP-DAY IS NUMERIC
               MOVE DP-DAY TO WS-CURRENT-DAY
           ELSE
               IF DP-COUNT-LABEL = "  COUNT = "
                   AND WS-CURRENT-DAY IS GREATER THAN
                       WS-DEPOSITS-THROUGH
                   AND WS-CURRENT-DAY IS LESS THAN WS-RUN-DATE
                   PERFORM FIND-METHOD-SETTING
                   IF METHOD-IS-BANKED
                       MOVE DP-AMOUNT TO WS-DEPOSIT-AMOUNT
                       PERFORM ADD-DEPOSIT-ITEM
                       ADD 1 TO WS-NEW-DEPOSITS
                       IF WS-CURRENT-DAY IS GREATER THAN
                               WS-HIGHEST-DAY
                           MOVE WS-CURRENT-DAY TO WS-HIGHEST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ DEPOSIT-REPORT-FILE
               AT END SET END-OF-DPF TO TRUE
           END-READ.

       ADD-DEPOSIT-ITEM.
           IF WS-DEP-COUNT = 1000
               SET ITEM-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-CURRENT-DAY TO WS-DEP-DATE(WS-DEP-COUNT)
               MOVE DP-METHOD TO WS-DEP-METHOD(WS-DEP-COUNT)
               MOVE WS-DEPOSIT-AMOUNT TO WS-DEP-AMOUNT(WS-DEP-COUNT)
               MOVE WS-RUN-DATE TO WS-DEP-FIRST-SEEN(WS-DEP-COUNT)
               SET DEPOSIT-IS-OPEN(WS-DEP-COUNT) TO TRUE
           END-IF.

       LOAD-BANK-CREDIT.
           IF BK-CREDIT-DATE IS NOT GREATER THAN WS-STATEMENT-THROUGH
               ADD 1 TO WS-CREDITS-SKIPPED
           ELSE
               PERFORM ADD-BANK-ITEM
               ADD 1 TO WS-NEW-CREDITS
               IF BK-CREDIT-DATE IS GREATER THAN WS-HIGHEST-CREDIT
                   MOVE BK-CREDIT-DATE TO WS-HIGHEST-CREDIT
               END-IF
           END-IF.
           READ BANK-STATEMENT-FILE
               AT END SET END-OF-BKF TO TRUE
           END-READ.

       ADD-BANK-ITEM.
           IF WS-BNK-COUNT = 1000
               SET ITEM-TABLE-IS-FULL TO TRUE
           ELSE
               ADD 1 TO WS-BNK-COUNT
               MOVE BK-CREDIT-DATE TO WS-BNK-DATE(WS-BNK-COUNT)
               MOVE BK-METHOD TO WS-BNK-METHOD(WS-BNK-COUNT)
               MOVE BK-AMOUNT TO WS-BNK-AMOUNT(WS-BNK-COUNT)
               MOVE BK-BANK-REF TO WS-BNK-REF(WS-BNK-COUNT)
               MOVE BK-NARRATIVE TO WS-BNK-NARRATIVE(WS-BNK-COUNT)
               MOVE WS-RUN-DATE TO WS-BNK-FIRST-SEEN(WS-BNK-COUNT)
               MOVE ZERO TO WS-BNK-DEP-IX(WS-BNK-COUNT)
               SET CREDIT-IS-OPEN(WS-BNK-COUNT) TO TRUE
           END-IF.

       FIND-METHOD-SETTING.
           SET METHOD-NOT-BANKED TO TRUE.
           PERFORM CHECK-ONE-METHOD-SETTING
               VARYING WS-MS-IX FROM 1 BY 1
               UNTIL WS-MS-IX IS GREATER THAN 4
               OR METHOD-IS-BANKED.
           IF METHOD-IS-BANKED
               SUBTRACT 1 FROM WS-MS-IX
           END-IF.

       CHECK-ONE-METHOD-SETTING.
           IF WS-MS-METHOD(WS-MS-IX) = DP-METHOD
               SET METHOD-IS-BANKED TO TRUE
           END-IF.

       MATCH-EXACT-CREDIT.
           IF CREDIT-IS-OPEN(WS-BNK-IX)
               MOVE WS-BNK-METHOD(WS-BNK-IX) TO DP-METHOD
               PERFORM FIND-METHOD-SETTING
               IF METHOD-IS-BANKED
                   MOVE ZERO TO WS-DEP-FOUND-IX
                   PERFORM CHECK-EXACT-DEPOSIT
                       VARYING WS-DEP-IX FROM 1 BY 1
                       UNTIL WS-DEP-IX IS GREATER THAN WS-DEP-COUNT
                       OR WS-DEP-FOUND-IX NOT = ZERO
                   IF WS-DEP-FOUND-IX NOT = ZERO
                       SET CREDIT-IS-MATCHED(WS-BNK-IX) TO TRUE
                       SET DEPOSIT-IS-MATCHED(WS-DEP-FOUND-IX) TO TRUE
                       MOVE WS-DEP-FOUND-IX TO WS-BNK-DEP-IX(WS-BNK-IX)
                       ADD 1 TO WS-MATCHED-COUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-EXACT-DEPOSIT.
           IF DEPOSIT-IS-OPEN(WS-DEP-IX)
               AND WS-DEP-METHOD(WS-DEP-IX) = WS-BNK-METHOD(WS-BNK-IX)
               AND WS-DEP-AMOUNT(WS-DEP-IX) = WS-BNK-AMOUNT(WS-BNK-IX)
               PERFORM COMPUTE-SETTLEMENT-DAYS
               IF WS-DAYS-APART IS NOT LESS THAN ZERO
                   AND WS-DAYS-APART IS NOT GREATER THAN
                       WS-MS-LAG-DAYS(WS-MS-IX)
                   MOVE WS-DEP-IX TO WS-DEP-FOUND-IX
               END-IF
           END-IF.

       MATCH-DIFFERING-CREDIT.
           IF CREDIT-IS-OPEN(WS-BNK-IX)
               MOVE WS-BNK-METHOD(WS-BNK-IX) TO DP-METHOD
               PERFORM FIND-METHOD-SETTING
               IF METHOD-IS-BANKED
                   MOVE ZERO TO WS-DEP-FOUND-IX
                   PERFORM CHECK-DIFFERING-DEPOSIT
                       VARYING WS-DEP-IX FROM 1 BY 1
                       UNTIL WS-DEP-IX IS GREATER THAN WS-DEP-COUNT
                       OR WS-DEP-FOUND-IX NOT = ZERO
                   IF WS-DEP-FOUND-IX NOT = ZERO
                       SET CREDIT-IS-DIFFERENT(WS-BNK-IX) TO TRUE
                       SET DEPOSIT-IS-DIFFERENT(WS-DEP-FOUND-IX)
                           TO TRUE
                       MOVE WS-DEP-FOUND-IX TO WS-BNK-DEP-IX(WS-BNK-IX)
                       ADD 1 TO WS-DIFFERENT-COUNT
                   END-IF
               END-IF
           END-IF.

       CHECK-DIFFERING-DEPOSIT.
           IF DEPOSIT-IS-OPEN(WS-DEP-IX)
               AND WS-DEP-METHOD(WS-DEP-IX) = WS-BNK-METHOD(WS-BNK-IX)
               PERFORM COMPUTE-SETTLEMENT-DAYS
               IF WS-DAYS-APART IS NOT LESS THAN ZERO
                   AND WS-DAYS-APART IS NOT GREATER THAN
                       WS-MS-LAG-DAYS(WS-MS-IX)
                   MOVE WS-DEP-IX TO WS-DEP-FOUND-IX
               END-IF
           END-IF.

       MATCH-OFFSETTING-CREDIT.
           IF CREDIT-IS-OPEN(WS-BNK-IX)
               MOVE ZERO TO WS-DIF-FOUND-IX
               PERFORM CHECK-OFFSET-DIFFERENCE
                   VARYING WS-DIF-IX FROM 1 BY 1
                   UNTIL WS-DIF-IX IS GREATER THAN WS-BNK-COUNT
                   OR WS-DIF-FOUND-IX NOT = ZERO
               IF WS-DIF-FOUND-IX NOT = ZERO
                   MOVE WS-BNK-DEP-IX(WS-DIF-FOUND-IX) TO WS-DEP-IX
                   SET CREDIT-IS-OFFSETTING(WS-BNK-IX) TO TRUE
                   MOVE WS-DEP-IX TO WS-BNK-DEP-IX(WS-BNK-IX)
                   SET DIFFERENCE-IS-OFFSET(WS-DIF-FOUND-IX) TO TRUE
                   SET DEPOSIT-IS-MATCHED(WS-DEP-IX) TO TRUE
                   ADD 1 TO WS-RESOLVED-COUNT
               END-IF
           END-IF.

       CHECK-OFFSET-DIFFERENCE.
           IF CREDIT-IS-DIFFERENT(WS-DIF-IX)
               AND WS-BNK-METHOD(WS-DIF-IX) = WS-BNK-METHOD(WS-BNK-IX)
               AND WS-BNK-DATE(WS-BNK-IX) IS NOT LESS THAN
                   WS-BNK-DATE(WS-DIF-IX)
               MOVE WS-BNK-DEP-IX(WS-DIF-IX) TO WS-DEP-IX
               IF WS-BNK-AMOUNT(WS-DIF-IX) + WS-BNK-AMOUNT(WS-BNK-IX)
                   = WS-DEP-AMOUNT(WS-DEP-IX)
                   MOVE WS-DIF-IX TO WS-DIF-FOUND-IX
               END-IF
           END-IF.

       APPLY-DIFFERENCE-CLEARS.
           OPEN INPUT RECON-CLEAR-FILE.
           IF CL-FILE-STATUS = "00"
               READ RECON-CLEAR-FILE
                   AT END SET END-OF-CLF TO TRUE
               END-READ
               PERFORM APPLY-ONE-CLEAR UNTIL END-OF-CLF
               CLOSE RECON-CLEAR-FILE
           END-IF.

       APPLY-ONE-CLEAR.
           MOVE ZERO TO WS-DIF-FOUND-IX.
           PERFORM CHECK-CLEAR-DIFFERENCE
               VARYING WS-DIF-IX FROM 1 BY 1
               UNTIL WS-DIF-IX IS GREATER THAN WS-BNK-COUNT
               OR WS-DIF-FOUND-IX NOT = ZERO.
           IF WS-DIF-FOUND-IX = ZERO
               ADD 1 TO WS-CLEARS-NOT-FOUND
           ELSE
               MOVE WS-BNK-DEP-IX(WS-DIF-FOUND-IX) TO WS-DEP-IX
               SET DIFFERENCE-IS-CLEARED(WS-DIF-FOUND-IX) TO TRUE
               SET DEPOSIT-IS-MATCHED(WS-DEP-IX) TO TRUE
               ADD 1 TO WS-RESOLVED-COUNT
           END-IF.
           READ RECON-CLEAR-FILE
               AT END SET END-OF-CLF TO TRUE
           END-READ.

       CHECK-CLEAR-DIFFERENCE.
           IF CREDIT-IS-DIFFERENT(WS-DIF-IX)
               AND WS-BNK-DATE(WS-DIF-IX) = CL-CREDIT-DATE
               AND WS-BNK-METHOD(WS-DIF-IX) = CL-METHOD
               AND WS-BNK-AMOUNT(WS-DIF-IX) = CL-AMOUNT
               AND WS-BNK-REF(WS-DIF-IX) = CL-BANK-REF
               MOVE WS-DIF-IX TO WS-DIF-FOUND-IX
           END-IF.

       COMPUTE-SETTLEMENT-DAYS.
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(WS-BNK-DATE(WS-BNK-IX))
               - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE(WS-DEP-IX)).

       PRINT-SECTION-HEADING.
           MOVE SPACES TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE WS-SECTION-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-AMOUNT.
           MOVE ZERO TO WS-SECTION-DIFFERENCE.

       PRINT-SECTION-TOTAL.
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-NONE-LINE TO BR-PRINT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-ST-COUNT
               MOVE WS-SECTION-AMOUNT TO WS-ST-AMOUNT
               MOVE WS-SECTION-TOTAL-LINE TO BR-PRINT-LINE
           END-IF.
           WRITE BR-PRINT-LINE.

       PRINT-MATCHED-DEPOSITS.
           MOVE "MATCHED DEPOSITS" TO WS-SL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-MATCHED-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-MATCHED-CREDIT.
           IF CREDIT-IS-MATCHED(WS-BNK-IX)
               MOVE WS-BNK-DEP-IX(WS-BNK-IX) TO WS-DEP-IX
               MOVE WS-DEP-DATE(WS-DEP-IX) TO WS-ML-DEP-DATE
               MOVE WS-DEP-METHOD(WS-DEP-IX) TO WS-ML-METHOD
               MOVE WS-DEP-AMOUNT(WS-DEP-IX) TO WS-ML-AMOUNT
               MOVE WS-BNK-DATE(WS-BNK-IX) TO WS-ML-BANK-DATE
               MOVE WS-BNK-REF(WS-BNK-IX) TO WS-ML-BANK-REF
               MOVE WS-MATCH-LINE TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-DEP-AMOUNT(WS-DEP-IX) TO WS-SECTION-AMOUNT
           END-IF.

       PRINT-AMOUNT-DIFFERENCES.
           MOVE "AMOUNT DIFFERENCES (BANK LESS DEPOSIT)" TO WS-SL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-DIFFERING-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           MOVE WS-SECTION-COUNT TO WS-DIFFERENT-COUNT.
           PERFORM PRINT-SECTION-TOTAL.
           IF WS-SECTION-COUNT IS GREATER THAN ZERO
               MOVE WS-SECTION-DIFFERENCE TO WS-DT-DIFFERENCE
               MOVE WS-DIFFERENCE-TOTAL-LINE TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
           END-IF.

       PRINT-DIFFERING-CREDIT.
           IF CREDIT-IS-DIFFERENT(WS-BNK-IX)
               MOVE SPACES TO WS-XL-NOTE
               PERFORM PRINT-DIFFERENCE-LINE
           END-IF.

       PRINT-RESOLVED-DIFFERENCES.
           MOVE "AMOUNT DIFFERENCES RESOLVED" TO WS-SL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-RESOLVED-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-RESOLVED-CREDIT.
           IF DIFFERENCE-IS-OFFSET(WS-BNK-IX)
               MOVE "OFFSET" TO WS-XL-NOTE
               PERFORM PRINT-DIFFERENCE-LINE
           END-IF.
           IF DIFFERENCE-IS-CLEARED(WS-BNK-IX)
               MOVE "CLEARED" TO WS-XL-NOTE
               PERFORM PRINT-DIFFERENCE-LINE
           END-IF.

       PRINT-DIFFERENCE-LINE.
           MOVE WS-BNK-DEP-IX(WS-BNK-IX) TO WS-DEP-IX.
           COMPUTE WS-DIFFERENCE = WS-BNK-AMOUNT(WS-BNK-IX)
               - WS-DEP-AMOUNT(WS-DEP-IX).
           MOVE WS-DEP-DATE(WS-DEP-IX) TO WS-XL-DEP-DATE.
           MOVE WS-DEP-METHOD(WS-DEP-IX) TO WS-XL-METHOD.
           MOVE WS-DEP-AMOUNT(WS-DEP-IX) TO WS-XL-DEP-AMOUNT.
           MOVE WS-BNK-DATE(WS-BNK-IX) TO WS-XL-BANK-DATE.
           MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO WS-XL-BANK-AMOUNT.
           MOVE WS-DIFFERENCE TO WS-XL-DIFFERENCE.
           MOVE WS-BNK-REF(WS-BNK-IX) TO WS-XL-BANK-REF.
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BNK-FIRST-SEEN(WS-BNK-IX)).
           MOVE WS-DAYS-APART TO WS-XL-AGE.
           MOVE WS-DIFFERENCE-LINE TO BR-PRINT-LINE.
           WRITE BR-PRINT-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WS-DEP-AMOUNT(WS-DEP-IX) TO WS-SECTION-AMOUNT.
           ADD WS-DIFFERENCE TO WS-SECTION-DIFFERENCE.

       PRINT-DEPOSITS-IN-TRANSIT.
           MOVE "DEPOSITS IN TRANSIT" TO WS-SL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-TRANSIT-DEPOSIT
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX IS GREATER THAN WS-DEP-COUNT.
           MOVE WS-SECTION-COUNT TO WS-TRANSIT-COUNT.
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-TRANSIT-DEPOSIT.
           IF DEPOSIT-IS-OPEN(WS-DEP-IX)
               MOVE WS-DEP-METHOD(WS-DEP-IX) TO DP-METHOD
               PERFORM FIND-METHOD-SETTING
               COMPUTE WS-DAYS-APART =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE(WS-DEP-IX))
               MOVE WS-DEP-DATE(WS-DEP-IX) TO WS-TL-DEP-DATE
               MOVE WS-DEP-METHOD(WS-DEP-IX) TO WS-TL-METHOD
               MOVE WS-DEP-AMOUNT(WS-DEP-IX) TO WS-TL-AMOUNT
               MOVE WS-DAYS-APART TO WS-TL-DAYS
               MOVE SPACES TO WS-TL-NOTE
               IF METHOD-IS-BANKED
                   AND WS-DAYS-APART IS GREATER THAN
                       WS-MS-LAG-DAYS(WS-MS-IX) + WS-OVERDUE-DAYS
                   MOVE "OVERDUE" TO WS-TL-NOTE
               END-IF
               MOVE WS-TRANSIT-LINE TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-DEP-AMOUNT(WS-DEP-IX) TO WS-SECTION-AMOUNT
           END-IF.

       PRINT-UNMATCHED-CREDITS.
           MOVE "BANK CREDITS WITH NO MATCHING DEPOSIT" TO WS-SL-TITLE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM PRINT-UNMATCHED-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           MOVE WS-SECTION-COUNT TO WS-UNMATCHED-COUNT.
           PERFORM PRINT-SECTION-TOTAL.

       PRINT-UNMATCHED-CREDIT.
           IF CREDIT-IS-OPEN(WS-BNK-IX)
               MOVE WS-BNK-DATE(WS-BNK-IX) TO WS-UL-BANK-DATE
               MOVE WS-BNK-METHOD(WS-BNK-IX) TO WS-UL-METHOD
               MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO WS-UL-AMOUNT
               MOVE WS-BNK-REF(WS-BNK-IX) TO WS-UL-BANK-REF
               MOVE WS-BNK-NARRATIVE(WS-BNK-IX) TO WS-UL-NARRATIVE
               MOVE WS-UNMATCHED-LINE TO BR-PRINT-LINE
               WRITE BR-PRINT-LINE
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-BNK-AMOUNT(WS-BNK-IX) TO WS-SECTION-AMOUNT
           END-IF.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT RECON-OPEN-FILE.
           PERFORM SAVE-OPEN-DEPOSIT
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX IS GREATER THAN WS-DEP-COUNT.
           PERFORM SAVE-OPEN-CREDIT
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           PERFORM SAVE-OPEN-DIFFERENCE
               VARYING WS-BNK-IX FROM 1 BY 1
               UNTIL WS-BNK-IX IS GREATER THAN WS-BNK-COUNT.
           CLOSE RECON-OPEN-FILE.

       SAVE-OPEN-DEPOSIT.
           IF DEPOSIT-IS-OPEN(WS-DEP-IX)
               MOVE SPACES TO RO-RECORD
               SET RO-IS-DEPOSIT TO TRUE
               MOVE WS-DEP-DATE(WS-DEP-IX) TO RO-ITEM-DATE
               MOVE WS-DEP-METHOD(WS-DEP-IX) TO RO-METHOD
               MOVE WS-DEP-AMOUNT(WS-DEP-IX) TO RO-AMOUNT
               MOVE WS-DEP-FIRST-SEEN(WS-DEP-IX) TO RO-FIRST-SEEN
               WRITE RO-RECORD
           END-IF.

       SAVE-OPEN-CREDIT.
           IF CREDIT-IS-OPEN(WS-BNK-IX)
               MOVE SPACES TO RO-RECORD
               SET RO-IS-BANK-CREDIT TO TRUE
               MOVE WS-BNK-DATE(WS-BNK-IX) TO RO-ITEM-DATE
               MOVE WS-BNK-METHOD(WS-BNK-IX) TO RO-METHOD
               MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO RO-AMOUNT
               MOVE WS-BNK-REF(WS-BNK-IX) TO RO-BANK-REF
               MOVE WS-BNK-NARRATIVE(WS-BNK-IX) TO RO-NARRATIVE
               MOVE WS-BNK-FIRST-SEEN(WS-BNK-IX) TO RO-FIRST-SEEN
               WRITE RO-RECORD
           END-IF.

       SAVE-OPEN-DIFFERENCE.
           IF CREDIT-IS-DIFFERENT(WS-BNK-IX)
               MOVE WS-BNK-DEP-IX(WS-BNK-IX) TO WS-DEP-IX
               MOVE SPACES TO RO-RECORD
               SET RO-IS-DIFFERENCE TO TRUE
               MOVE WS-BNK-DATE(WS-BNK-IX) TO RO-ITEM-DATE
               MOVE WS-BNK-METHOD(WS-BNK-IX) TO RO-METHOD
               MOVE WS-BNK-AMOUNT(WS-BNK-IX) TO RO-AMOUNT
               MOVE WS-BNK-REF(WS-BNK-IX) TO RO-BANK-REF
               MOVE WS-BNK-NARRATIVE(WS-BNK-IX) TO RO-NARRATIVE
               MOVE WS-BNK-FIRST-SEEN(WS-BNK-IX) TO RO-FIRST-SEEN
               MOVE WS-DEP-DATE(WS-DEP-IX) TO RO-DEP-DATE
               MOVE WS-DEP-AMOUNT(WS-DEP-IX) TO RO-DEP-AMOUNT
               COMPUTE RO-DIFFERENCE = WS-BNK-AMOUNT(WS-BNK-IX)
                   - WS-DEP-AMOUNT(WS-DEP-IX)
               WRITE RO-RECORD
           END-IF.
