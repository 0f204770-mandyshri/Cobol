      *  backs.  Calls from other programs (DriverProg's terminal
      *  and demo calls) are still recomputed and answer-checked;
      *  they just don't count against MultiplyBatch's trailer.
      *
      *  MultiplyBatch chain groups are recomputed end to end: a
      *  chain step whose first parameter was the previous step's
      *  answer is recomputed from this job's own answer for that
      *  step, not from the logged parameter, so a carried value that
      *  went wrong shows up as a mismatch in every step after it.
      *  A chain that reaches its last step with no overflow is a
      *  completed chain; its lines count against TRANSACTIONS
      *  PROCESSED and its recomputed final answer is checked
      *  against the chain-result line on MULTRPT.  A chain that
      *  overflowed, or stops short of its last step, was rejected
      *  by MultiplyBatch; its lines are balanced against the CHAIN
      *  CALLS VOIDED trailer instead.  Up to 200 completed chains
      *  are checked against MULTRPT in one run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88 WS-END-OF-REPORT     VALUE "Y".
           01 RCN-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-RECON-DATE            PIC 9(08) VALUE ZERO.
           01 WS-RECOMPUTE-PARAM1      PIC S9(3)V99 VALUE ZERO.
           01 WS-COMPUTED-ANSWER       PIC S9(7)V99 VALUE ZERO.
           01 WS-COMPUTED-REMAINDER    PIC S9(3)V99 VALUE ZERO.
           01 WS-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
           01 WS-REPORTED-COUNT-X      PIC X(05) VALUE SPACES.
           01 WS-TRAILER-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-TRAILER-FOUND     VALUE "Y".
      *    The chain group being followed down the log.
           01 WS-CHAIN-LINE-SWITCH     PIC X(01) VALUE "N".
               88 WS-CHAIN-LINE        VALUE "Y".
           01 WS-CHAIN-OPEN-SWITCH     PIC X(01) VALUE "N".
               88 WS-CHAIN-IS-OPEN     VALUE "Y".
           01 WS-CHAIN-FAILED-SWITCH   PIC X(01) VALUE "N".
               88 WS-CHAIN-FAILED      VALUE "Y".
           01 WS-CHAIN-END-SWITCH      PIC X(01) VALUE "N".
               88 WS-CHAIN-REACHED-END VALUE "Y".
           01 WS-CARRY-SWITCH          PIC X(01) VALUE "N".
               88 WS-CARRY-AVAILABLE   VALUE "Y".
           01 WS-OPEN-CHAIN-ID         PIC X(06) VALUE SPACES.
           01 WS-OPEN-CHAIN-LINES      PIC 9(05) COMP VALUE ZERO.
           01 WS-CARRY-ANSWER          PIC S9(7)V99 VALUE ZERO.
           01 WS-CHAIN-COUNT           PIC 9(05) COMP VALUE ZERO.
           01 WS-VOIDED-LINE-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-CHAIN-EXCEPTION-COUNT PIC 9(05) COMP VALUE ZERO.
           01 WS-REPORTED-VOIDED       PIC 9(05) VALUE ZERO.
      *    Completed chains' recomputed answers, matched off against
      *    MULTRPT's chain-result lines.
           01 WS-CHAIN-RESULT-TABLE.
               05 WS-CHAIN-RESULT OCCURS 200 TIMES.
                   10 WS-CR-CHAIN-ID    PIC X(06).
                   10 WS-CR-ANSWER      PIC S9(7)V99.
                   10 WS-CR-MATCH-SWITCH PIC X(01).
                       88 WS-CR-MATCHED VALUE "Y".
           01 WS-CHAIN-RESULT-COUNT    PIC 9(03) COMP VALUE ZERO.
           01 WS-CHAIN-RESULT-MAXIMUM  PIC 9(03) COMP VALUE 200.
           01 WS-CHAIN-RESULT-INDEX    PIC 9(03) COMP VALUE ZERO.
           01 WS-CHAIN-FOUND-SWITCH    PIC X(01) VALUE "N".
               88 WS-CHAIN-FOUND       VALUE "Y".
           01 WS-REPORTED-CHAIN-ID     PIC X(06) VALUE SPACES.
           01 WS-REPORTED-RESULT-EDIT  PIC -ZZZZZZ9.99.
           01 WS-REPORTED-RESULT       PIC S9(7)V99 VALUE ZERO.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(36) VALUE
                   "MULTRCON - MULTLOG RECONCILIATION".
               05 FILLER                PIC X(09) VALUE "MISMATCH ".
               05 WS-MM-TIME            PIC 9(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-MM-PARAM1          PIC -ZZ9.99.
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-MM-OPERATION       PIC X(01).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-BL-LOG-COUNT       PIC ZZZZ9.
               05 FILLER                PIC X(11) VALUE "  REPORTED ".
               05 WS-BL-REPORTED        PIC ZZZZ9.
           01 WS-VOIDED-BALANCE-LINE.
               05 FILLER                PIC X(22) VALUE
                   "VOIDED CALLS - LOG   ".
               05 WS-VB-LOG-COUNT       PIC ZZZZ9.
               05 FILLER                PIC X(11) VALUE "  REPORTED ".
               05 WS-VB-REPORTED        PIC ZZZZ9.
           01 WS-CHAIN-MISMATCH-LINE.
               05 FILLER                PIC X(06) VALUE "CHAIN ".
               05 WS-CM-CHAIN-ID        PIC X(06).
               05 FILLER                PIC X(17) VALUE
                   " RESULT REPORTED ".
               05 WS-CM-REPORTED        PIC -ZZZZZZ9.99.
               05 FILLER                PIC X(13) VALUE
                   "  RECOMPUTED ".
               05 WS-CM-RECOMPUTED      PIC -ZZZZZZ9.99.
           01 WS-CHAIN-MISSING-LINE.
               05 FILLER                PIC X(06) VALUE "CHAIN ".
               05 WS-CN-CHAIN-ID        PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-CN-TEXT            PIC X(40).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(26).
               05 WS-TL-COUNT           PIC ZZZZ9.
               PERFORM 2200-RECONCILE-ONE UNTIL WS-END-OF-LOG
               CLOSE AUDIT-LOG
           END-IF.
           IF WS-CHAIN-IS-OPEN
               PERFORM 2700-CLOSE-CHAIN
           END-IF.

       2100-READ-LOG-LINE.
           READ AUDIT-LOG
       2200-RECONCILE-ONE.
           IF AL-DATE IS EQUAL TO WS-RECON-DATE
               ADD 1 TO WS-LOG-LINE-COUNT
               MOVE AL-PARAM1 TO WS-RECOMPUTE-PARAM1
               MOVE "N" TO WS-CHAIN-LINE-SWITCH
               IF AL-CALLER IS EQUAL TO "MULTBTCH"
                   PERFORM 2250-PLACE-BATCH-LINE
               END-IF
               PERFORM 2300-RECOMPUTE-ANSWER
               IF WS-RECOMPUTE-OVERFLOWED
                       PERFORM 2400-WRITE-MISMATCH
                   END-IF
               END-IF
               IF WS-CHAIN-LINE
                   PERFORM 2650-ADVANCE-CHAIN
               END-IF
           END-IF.
           PERFORM 2100-READ-LOG-LINE.

      *----------------------------------------------------------------
      * A batch line outside any chain counts against TRANSACTIONS
      * PROCESSED at once, and ends any chain still open -- a chain
      * MultiplyBatch stopped before its last step.  A chain line's
      * count waits until its chain is closed.
      *----------------------------------------------------------------
       2250-PLACE-BATCH-LINE.
           IF AL-CHAIN-ID IS EQUAL TO SPACES
               IF WS-CHAIN-IS-OPEN
                   PERFORM 2700-CLOSE-CHAIN
               END-IF
               ADD 1 TO WS-BATCH-LINE-COUNT
           ELSE
               SET WS-CHAIN-LINE TO TRUE
               PERFORM 2600-ENTER-CHAIN-LINE
           END-IF.

      *----------------------------------------------------------------
      * The same four operations MultiplyNums performs, recomputed
      * independently and honoring the rounding option the log line
       2310-RECOMPUTE-ROUNDED.
           EVALUATE AL-OPERATION
               WHEN "+"
                   ADD WS-RECOMPUTE-PARAM1 TO AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER ROUNDED
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-ADD
               WHEN "-"
                   SUBTRACT AL-PARAM2 FROM WS-RECOMPUTE-PARAM1
                       GIVING WS-COMPUTED-ANSWER ROUNDED
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-SUBTRACT
               WHEN "/"
                   DIVIDE WS-RECOMPUTE-PARAM1 BY AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER ROUNDED
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-DIVIDE
               WHEN OTHER
                   MULTIPLY WS-RECOMPUTE-PARAM1 BY AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER ROUNDED
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
       2320-RECOMPUTE-TRUNCATED.
           EVALUATE AL-OPERATION
               WHEN "+"
                   ADD WS-RECOMPUTE-PARAM1 TO AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-ADD
               WHEN "-"
                   SUBTRACT AL-PARAM2 FROM WS-RECOMPUTE-PARAM1
                       GIVING WS-COMPUTED-ANSWER
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-SUBTRACT
               WHEN "/"
                   DIVIDE WS-RECOMPUTE-PARAM1 BY AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER
                       REMAINDER WS-COMPUTED-REMAINDER
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
                   END-DIVIDE
               WHEN OTHER
                   MULTIPLY WS-RECOMPUTE-PARAM1 BY AL-PARAM2
                       GIVING WS-COMPUTED-ANSWER
                       ON SIZE ERROR
                           SET WS-RECOMPUTE-OVERFLOWED TO TRUE
       2400-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE AL-TIME TO WS-MM-TIME.
           MOVE WS-RECOMPUTE-PARAM1 TO WS-MM-PARAM1.
           MOVE AL-OPERATION TO WS-MM-OPERATION.
           MOVE AL-PARAM2 TO WS-MM-PARAM2.
           MOVE AL-ANSWER TO WS-MM-LOGGED.
           MOVE WS-COMPUTED-ANSWER TO WS-MM-COMPUTED.
           WRITE EXCEPTION-REPORT-LINE FROM WS-MISMATCH-LINE.

      *----------------------------------------------------------------
      * A first step, or a line from another chain, closes the chain
      * that was open.  A carried first parameter is replaced by the
      * previous step's recomputed answer; a chain picked up part-way
      * (its first steps logged the day before) has no answer to
      * carry yet, so its logged parameter is used.
      *----------------------------------------------------------------
       2600-ENTER-CHAIN-LINE.
           IF WS-CHAIN-IS-OPEN
               IF AL-CHAIN-FIRST OR AL-CHAIN-ONLY
                       OR AL-CHAIN-ID IS NOT EQUAL TO WS-OPEN-CHAIN-ID
                   PERFORM 2700-CLOSE-CHAIN
               END-IF
           END-IF.
           IF NOT WS-CHAIN-IS-OPEN
               SET WS-CHAIN-IS-OPEN TO TRUE
               MOVE AL-CHAIN-ID TO WS-OPEN-CHAIN-ID
               MOVE ZERO TO WS-OPEN-CHAIN-LINES
               MOVE "N" TO WS-CHAIN-FAILED-SWITCH
               MOVE "N" TO WS-CHAIN-END-SWITCH
               MOVE "N" TO WS-CARRY-SWITCH
           END-IF.
           ADD 1 TO WS-OPEN-CHAIN-LINES.
           IF AL-PARAM1-CARRIED AND WS-CARRY-AVAILABLE
               IF WS-CARRY-ANSWER IS GREATER THAN 999.99
                       OR WS-CARRY-ANSWER IS LESS THAN -999.99
                   SET WS-CHAIN-FAILED TO TRUE
               ELSE
                   MOVE WS-CARRY-ANSWER TO WS-RECOMPUTE-PARAM1
               END-IF
           END-IF.

       2650-ADVANCE-CHAIN.
           IF WS-RECOMPUTE-OVERFLOWED
               SET WS-CHAIN-FAILED TO TRUE
               MOVE "N" TO WS-CARRY-SWITCH
           ELSE
               MOVE WS-COMPUTED-ANSWER TO WS-CARRY-ANSWER
               SET WS-CARRY-AVAILABLE TO TRUE
           END-IF.
           IF AL-CHAIN-LAST OR AL-CHAIN-ONLY
               SET WS-CHAIN-REACHED-END TO TRUE
               PERFORM 2700-CLOSE-CHAIN
           END-IF.

       2700-CLOSE-CHAIN.
           IF WS-CHAIN-REACHED-END AND NOT WS-CHAIN-FAILED
               ADD WS-OPEN-CHAIN-LINES TO WS-BATCH-LINE-COUNT
               ADD 1 TO WS-CHAIN-COUNT
               IF WS-CHAIN-RESULT-COUNT IS LESS THAN
                       WS-CHAIN-RESULT-MAXIMUM
                   ADD 1 TO WS-CHAIN-RESULT-COUNT
                   MOVE WS-OPEN-CHAIN-ID
                       TO WS-CR-CHAIN-ID (WS-CHAIN-RESULT-COUNT)
                   MOVE WS-CARRY-ANSWER
                       TO WS-CR-ANSWER (WS-CHAIN-RESULT-COUNT)
                   MOVE "N"
                       TO WS-CR-MATCH-SWITCH (WS-CHAIN-RESULT-COUNT)
               END-IF
           ELSE
               ADD WS-OPEN-CHAIN-LINES TO WS-VOIDED-LINE-COUNT
           END-IF.
           MOVE "N" TO WS-CHAIN-OPEN-SWITCH.
           MOVE "N" TO WS-CHAIN-END-SWITCH.
           MOVE SPACES TO WS-OPEN-CHAIN-ID.

      *----------------------------------------------------------------
      * Pulls the TRANSACTIONS PROCESSED count off the day's MULTRPT
      * trailer and balances it against the batch caller's MULTLOG
                   MOVE WS-REPORTED-COUNT TO WS-BL-REPORTED
                   WRITE EXCEPTION-REPORT-LINE FROM WS-BALANCE-LINE
               END-IF
               IF WS-VOIDED-LINE-COUNT IS NOT EQUAL TO
                       WS-REPORTED-VOIDED
                   ADD 1 TO WS-CHAIN-EXCEPTION-COUNT
                   MOVE WS-VOIDED-LINE-COUNT TO WS-VB-LOG-COUNT
                   MOVE WS-REPORTED-VOIDED TO WS-VB-REPORTED
                   WRITE EXCEPTION-REPORT-LINE
                       FROM WS-VOIDED-BALANCE-LINE
               END-IF
               PERFORM 3400-CHECK-CHAIN-REPORTED
                   VARYING WS-CHAIN-RESULT-INDEX FROM 1 BY 1
                   UNTIL WS-CHAIN-RESULT-INDEX IS GREATER THAN
                       WS-CHAIN-RESULT-COUNT
           END-IF.

       3100-READ-REPORT-LINE.
                   MOVE WS-REPORTED-COUNT-X TO WS-REPORTED-COUNT
               END-IF
           END-IF.
           IF MULT-REPORT-LINE(1:23) IS EQUAL TO
                   "CHAIN CALLS VOIDED -   "
               MOVE MULT-REPORT-LINE(24:5) TO WS-REPORTED-COUNT-X
               INSPECT WS-REPORTED-COUNT-X
                   REPLACING LEADING SPACE BY "0"
               IF WS-REPORTED-COUNT-X IS NUMERIC
                   MOVE WS-REPORTED-COUNT-X TO WS-REPORTED-VOIDED
               END-IF
           END-IF.
           IF MULT-REPORT-LINE(1:6) IS EQUAL TO "CHAIN "
                   AND MULT-REPORT-LINE(13:10) IS EQUAL TO
                       " RESULT - "
               PERFORM 3300-MATCH-CHAIN-RESULT
           END-IF.
           PERFORM 3100-READ-REPORT-LINE.

      *----------------------------------------------------------------
      * A chain-result line on MULTRPT is matched to the first
      * completed chain of that ID not yet matched, and its final
      * answer compared with the recomputed one.
      *----------------------------------------------------------------
       3300-MATCH-CHAIN-RESULT.
           MOVE MULT-REPORT-LINE(7:6) TO WS-REPORTED-CHAIN-ID.
           MOVE MULT-REPORT-LINE(27:11) TO WS-REPORTED-RESULT-EDIT.
           MOVE WS-REPORTED-RESULT-EDIT TO WS-REPORTED-RESULT.
           MOVE "N" TO WS-CHAIN-FOUND-SWITCH.
           PERFORM 3310-FIND-CHAIN-RESULT
               VARYING WS-CHAIN-RESULT-INDEX FROM 1 BY 1
               UNTIL WS-CHAIN-FOUND
               OR WS-CHAIN-RESULT-INDEX IS GREATER THAN
                   WS-CHAIN-RESULT-COUNT.
           IF WS-CHAIN-FOUND
               SUBTRACT 1 FROM WS-CHAIN-RESULT-INDEX
               SET WS-CR-MATCHED (WS-CHAIN-RESULT-INDEX) TO TRUE
               IF WS-REPORTED-RESULT IS NOT EQUAL TO
                       WS-CR-ANSWER (WS-CHAIN-RESULT-INDEX)
                   ADD 1 TO WS-CHAIN-EXCEPTION-COUNT
                   MOVE WS-REPORTED-CHAIN-ID TO WS-CM-CHAIN-ID
                   MOVE WS-REPORTED-RESULT TO WS-CM-REPORTED
                   MOVE WS-CR-ANSWER (WS-CHAIN-RESULT-INDEX)
                       TO WS-CM-RECOMPUTED
                   WRITE EXCEPTION-REPORT-LINE
                       FROM WS-CHAIN-MISMATCH-LINE
               END-IF
           ELSE
               IF WS-CHAIN-RESULT-COUNT IS LESS THAN
                       WS-CHAIN-RESULT-MAXIMUM
                   ADD 1 TO WS-CHAIN-EXCEPTION-COUNT
                   MOVE WS-REPORTED-CHAIN-ID TO WS-CN-CHAIN-ID
                   MOVE "REPORTED BUT NOT COMPLETED ON MULTLOG"
                       TO WS-CN-TEXT
                   WRITE EXCEPTION-REPORT-LINE
                       FROM WS-CHAIN-MISSING-LINE
               END-IF
           END-IF.

       3310-FIND-CHAIN-RESULT.
           IF WS-CR-CHAIN-ID (WS-CHAIN-RESULT-INDEX)
                   IS EQUAL TO WS-REPORTED-CHAIN-ID
               AND NOT WS-CR-MATCHED (WS-CHAIN-RESULT-INDEX)
               SET WS-CHAIN-FOUND TO TRUE
           END-IF.

       3400-CHECK-CHAIN-REPORTED.
           IF NOT WS-CR-MATCHED (WS-CHAIN-RESULT-INDEX)
               ADD 1 TO WS-CHAIN-EXCEPTION-COUNT
               MOVE WS-CR-CHAIN-ID (WS-CHAIN-RESULT-INDEX)
                   TO WS-CN-CHAIN-ID
               MOVE "COMPLETED ON MULTLOG BUT NOT REPORTED"
                   TO WS-CN-TEXT
               WRITE EXCEPTION-REPORT-LINE FROM WS-CHAIN-MISSING-LINE
           END-IF.

       4000-WRITE-SUMMARY.
           IF WS-MISMATCH-COUNT IS EQUAL TO ZERO
               AND WS-CHAIN-EXCEPTION-COUNT IS EQUAL TO ZERO
               AND WS-TRAILER-FOUND
               AND WS-BATCH-LINE-COUNT IS EQUAL TO WS-REPORTED-COUNT
               WRITE EXCEPTION-REPORT-LINE FROM WS-CLEAN-LINE
           MOVE "REPORTED BY MULTRPT -     " TO WS-TL-LABEL.
           MOVE WS-REPORTED-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "CHAINS COMPLETED -        " TO WS-TL-LABEL.
           MOVE WS-CHAIN-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "CHAIN CALLS VOIDED -      " TO WS-TL-LABEL.
           MOVE WS-VOIDED-LINE-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "CHAIN EXCEPTIONS -        " TO WS-TL-LABEL.
           MOVE WS-CHAIN-EXCEPTION-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.

       END PROGRAM MULTRCON.
