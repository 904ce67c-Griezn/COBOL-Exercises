               PERFORM RUN-CONVERT-STEP
           END-IF.

           IF NOT CHAIN-IS-HALTED
               PERFORM RUN-DUPSCREEN-STEP
           END-IF.

           IF NOT CHAIN-IS-HALTED
               PERFORM CHECK-PAYMENTS-FILE
               IF PAYMENTS-FILE-HAS-RECORDS
               PERFORM RUN-REPORT-STEP
           END-IF.

           IF NOT CHAIN-IS-HALTED
               PERFORM RUN-NOTIFY-STEP
           END-IF.

           IF CHAIN-IS-HALTED
               DISPLAY "BATCH CHAIN HALTED - SEE PRIOR MESSAGE(S)"
           ELSE
               SET CHAIN-IS-HALTED TO TRUE
           END-IF.

       RUN-DUPSCREEN-STEP.
           MOVE SPACES TO WS-STEP-STATUS.
           PERFORM NOTE-STEP-START-TIME.
           CALL "dupscreen" USING WS-STEP-STATUS
               WS-STEP-RECORDS WS-STEP-REJECTS.
           MOVE "DUPSCRN" TO WS-STEP-NAME.
           PERFORM WRITE-RUN-LOG-RECORD.
           DISPLAY "DUPSCRN STEP COMPLETE - STATUS = " WS-STEP-STATUS.
           IF WS-STEP-STATUS NOT = "00" AND WS-STEP-STATUS NOT = SPACES
               DISPLAY "DUPSCRN STEP FAILED - HALTING BATCH CHAIN"
               SET CHAIN-IS-HALTED TO TRUE
           END-IF.

       RUN-UPDATE-STEP.
           MOVE SPACES TO WS-STEP-STATUS.
           PERFORM NOTE-STEP-START-TIME.
               SET CHAIN-IS-HALTED TO TRUE
           END-IF.

       RUN-NOTIFY-STEP.
           MOVE SPACES TO WS-STEP-STATUS.
           PERFORM NOTE-STEP-START-TIME.
           CALL "notify" USING WS-STEP-STATUS
               WS-STEP-RECORDS WS-STEP-REJECTS.
           MOVE "NOTIFY" TO WS-STEP-NAME.
           PERFORM WRITE-RUN-LOG-RECORD.
           DISPLAY "NOTIFY STEP COMPLETE - STATUS = " WS-STEP-STATUS.
           IF WS-STEP-STATUS NOT = "00" AND WS-STEP-STATUS NOT = SPACES
               DISPLAY "NOTIFY STEP FAILED - HALTING BATCH CHAIN"
               SET CHAIN-IS-HALTED TO TRUE
           END-IF.

       NOTE-STEP-START-TIME.
           MOVE ZERO TO WS-STEP-RECORDS.
           MOVE ZERO TO WS-STEP-REJECTS.
