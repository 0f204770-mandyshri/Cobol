      *  so one short or garbled record from upstream can no longer
      *  garble a result or take the job down mid-file.  The MULTRPT
      *  trailer shows read/accepted/rejected so the totals balance.
      *
      *  Records carrying an MT-CHAIN-ID form a chain group -- a
      *  multi-step calculation such as (a + b) x c run in one pass.
      *  A step with "P" in MT-PARAM1-SOURCE takes the previous
      *  step's answer as its first parameter instead of MT-PARAM1,
      *  which is then ignored.  A chain's steps must be consecutive
      *  on MULTTRAN; up to 20 are held and edited together before
      *  any of them is calculated, and the chain is reported only
      *  once every step has come back clean: each step's detail
      *  line, then a chain-result line with the final answer.  An
      *  edit failure, an overflow or divide by zero, or an answer
      *  too large to carry into the next step's first parameter
      *  rejects the whole chain -- every step goes to MULTREJ, the
      *  failing one with its own reason -- so no partial result is
      *  ever reported.  The calls a rejected chain had already made
      *  are on MULTLOG all the same, and are counted on the CHAIN
      *  CALLS VOIDED trailer so MULTRCON can still balance.  Records
      *  with no chain ID are calculated one at a time as before.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  MT-OPERATION            PIC X(01).
           05  FILLER                  PIC X(01).
           05  MT-ROUND-OPTION         PIC X(01).
           05  FILLER                  PIC X(01).
           05  MT-CHAIN-ID             PIC X(06).
           05  FILLER                  PIC X(01).
           05  MT-PARAM1-SOURCE        PIC X(01).
       FD  MULT-REPORT-FILE.
       01  MULT-REPORT-LINE            PIC X(80).
       FD  MULT-REJECT-FILE.
           01 WS-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-EDIT-VALID-SWITCH     PIC X(01) VALUE "N".
               88 WS-EDIT-IS-VALID     VALUE "Y".
           01 WS-REJECT-CODE           PIC X(04) VALUE SPACES.
           01 WS-REJECT-REASON         PIC X(19) VALUE SPACES.
      *    The transaction being edited or calculated -- the record
      *    just read, or a held chain step -- in the MULTTRAN layout.
           01 WS-TRANS-STEP.
               05 WS-TS-PARAM1          PIC 9(3)V99.
               05 FILLER                PIC X(01).
               05 WS-TS-PARAM2          PIC 9(3)V99.
               05 FILLER                PIC X(01).
               05 WS-TS-OPERATION       PIC X(01).
               05 FILLER                PIC X(01).
               05 WS-TS-ROUND-OPTION    PIC X(01).
               05 FILLER                PIC X(01).
               05 WS-TS-CHAIN-ID        PIC X(06).
               05 FILLER                PIC X(01).
               05 WS-TS-PARAM1-SOURCE   PIC X(01).
                   88 WS-TS-PARAM1-FROM-ANSWER VALUE "P".
      *    The chain group being held: each step's record and, once
      *    calculated, what it was calculated with and what it gave.
           01 WS-CHAIN-TABLE.
               05 WS-CHAIN-ENTRY OCCURS 20 TIMES.
                   10 WS-CE-RECORD      PIC X(24).
                   10 WS-CE-PARAM1      PIC S9(3)V99.
                   10 WS-CE-OPERATION   PIC X(01).
                   10 WS-CE-ANSWER      PIC S9(7)V99.
                   10 WS-CE-REMAINDER   PIC S9(3)V99.
           01 WS-CHAIN-MAXIMUM         PIC 9(02) COMP VALUE 20.
           01 WS-CHAIN-STEP-COUNT      PIC 9(02) COMP VALUE ZERO.
           01 WS-CHAIN-INDEX           PIC 9(02) COMP VALUE ZERO.
           01 WS-CHAIN-CALL-COUNT      PIC 9(02) COMP VALUE ZERO.
           01 WS-CHAIN-ID              PIC X(06) VALUE SPACES.
           01 WS-CHAIN-REJECT-SWITCH   PIC X(01) VALUE "N".
               88 WS-CHAIN-REJECTED    VALUE "Y".
           01 WS-CHAIN-OVERLONG-SWITCH PIC X(01) VALUE "N".
               88 WS-CHAIN-OVERLONG    VALUE "Y".
           01 WS-CHAIN-FAIL-INDEX      PIC 9(02) COMP VALUE ZERO.
           01 WS-CHAIN-FAIL-CODE       PIC X(04) VALUE SPACES.
           01 WS-CHAIN-FAIL-REASON     PIC X(19) VALUE SPACES.
           01 WS-CARRIED-ANSWER        PIC S9(7)V99 VALUE ZERO.
           01 WS-CHAINS-COMPLETED      PIC 9(05) COMP VALUE ZERO.
           01 WS-CHAINS-REJECTED       PIC 9(05) COMP VALUE ZERO.
           01 WS-VOIDED-CALL-COUNT     PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
               05 FILLER                PIC X(06) VALUE "OPER".
               05 FILLER                PIC X(10) VALUE "PARAM2".
               05 FILLER                PIC X(14) VALUE "ANSWER".
               05 FILLER                PIC X(11) VALUE "REMAINDER".
               05 FILLER                PIC X(06) VALUE "CHAIN".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-PARAM1          PIC -ZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-OPERATION       PIC X(01).
               05 FILLER                PIC X(05) VALUE SPACES.
               05 WS-RD-PARAM2          PIC ZZ9.99.
               05 WS-RD-ANSWER          PIC -ZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-REMAINDER       PIC -ZZ9.99.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-CHAIN-ID        PIC X(06).
           01 WS-CHAIN-RESULT-LINE.
               05 FILLER                PIC X(06) VALUE "CHAIN ".
               05 WS-CR-CHAIN-ID        PIC X(06).
               05 FILLER                PIC X(14) VALUE
                   " RESULT -     ".
               05 WS-CR-ANSWER          PIC -ZZZZZZ9.99.
               05 FILLER                PIC X(08) VALUE "  STEPS ".
               05 WS-CR-STEPS           PIC Z9.
           01 WS-REPORT-TRAILER-LINE.
               05 WS-RT-LABEL           PIC X(23).
               05 WS-RT-COUNT           PIC ZZZZ9.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE "MULTBTCH" TO MP-CALLER-ID.
           MOVE SPACES TO MP-CHAIN-INFO.
           SET MP-OP-BATCH-START TO TRUE.
           CALL "MultiplyNums"
               USING BY CONTENT MP-PARAM1, MP-PARAM2, MP-STRING-A,
                     BY REFERENCE MP-STRING-B, MP-ANSWER, MP-OPERATION,
                     MP-ROUND-OPTION, MP-REMAINDER, MP-CALLER-ID,
                     BY CONTENT MP-CHAIN-INFO,
                     BY REFERENCE MP-CALC-STATUS.
           OPEN INPUT MULT-TRANS-FILE.
           OPEN OUTPUT MULT-REPORT-FILE.
           OPEN OUTPUT MULT-REJECT-FILE.
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * A record outside the chain being held ends that chain, so the
      * held chain is run before the new record is looked at.
      *----------------------------------------------------------------
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           IF WS-CHAIN-STEP-COUNT IS GREATER THAN ZERO
               AND MT-CHAIN-ID IS NOT EQUAL TO WS-CHAIN-ID
               PERFORM 2500-RUN-CHAIN
           END-IF.
           MOVE MULT-TRANS-RECORD TO WS-TRANS-STEP.
           IF MT-CHAIN-ID IS EQUAL TO SPACES
               MOVE ZERO TO WS-CHAIN-INDEX
               PERFORM 2050-EDIT-TRANSACTION
               IF WS-EDIT-IS-VALID
                   PERFORM 2200-CALCULATE-TRANSACTION
               ELSE
                   MOVE "EDIT" TO WS-REJECT-CODE
                   MOVE " FAILED EDIT" TO WS-REJECT-REASON
                   PERFORM 2300-WRITE-REJECT
               END-IF
           ELSE
               PERFORM 2400-HOLD-CHAIN-STEP
           END-IF.
           PERFORM 2100-READ-TRANSACTION.

      * The edit: both parameters numeric, operation one of the four
      * codes or blank.  A short record reads in space-padded, which
      * fails the numeric test, so truncated records from upstream
      * are caught here too.  A first parameter carried from the
      * previous answer ("P") needs no MT-PARAM1 of its own, but
      * only makes sense inside a chain and after its first step;
      * WS-CHAIN-INDEX is the step's place in its chain.
      *----------------------------------------------------------------
       2050-EDIT-TRANSACTION.
           MOVE "N" TO WS-EDIT-VALID-SWITCH.
           IF (WS-TS-PARAM1 IS NUMERIC OR WS-TS-PARAM1-FROM-ANSWER)
                   AND WS-TS-PARAM2 IS NUMERIC
               IF WS-TS-OPERATION IS EQUAL TO SPACE OR "+" OR "-"
                       OR "*" OR "/"
                   IF WS-TS-ROUND-OPTION IS EQUAL TO SPACE OR "R"
                       IF WS-TS-PARAM1-SOURCE IS EQUAL TO SPACE
                               OR "P"
                           SET WS-EDIT-IS-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-IS-VALID AND WS-TS-PARAM1-FROM-ANSWER
               IF WS-TS-CHAIN-ID IS EQUAL TO SPACES
                       OR WS-CHAIN-INDEX IS EQUAL TO 1
                   MOVE "N" TO WS-EDIT-VALID-SWITCH
               END-IF
           END-IF.

       2200-CALCULATE-TRANSACTION.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE WS-TS-PARAM1 TO MP-PARAM1.
           MOVE SPACES TO MP-CHAIN-INFO.
           PERFORM 2250-CALL-CALCULATOR.
           MOVE MP-PARAM1 TO WS-RD-PARAM1.
           MOVE MP-OPERATION TO WS-RD-OPERATION.
           MOVE MP-PARAM2 TO WS-RD-PARAM2.
           MOVE MP-ANSWER TO WS-RD-ANSWER.
           MOVE MP-REMAINDER TO WS-RD-REMAINDER.
           MOVE SPACES TO WS-RD-CHAIN-ID.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *----------------------------------------------------------------
      * One MultiplyNums call for WS-TRANS-STEP; MP-PARAM1 and
      * MP-CHAIN-INFO are set by the caller.
      *----------------------------------------------------------------
       2250-CALL-CALCULATOR.
           MOVE WS-TS-PARAM2 TO MP-PARAM2.
           MOVE "First parameter  =  " TO MP-STRING-A.
           MOVE "Second parameter =  " TO MP-STRING-B.
           IF WS-TS-OPERATION IS EQUAL TO SPACE
               MOVE "*" TO MP-OPERATION
           ELSE
               MOVE WS-TS-OPERATION TO MP-OPERATION
           END-IF.
           MOVE WS-TS-ROUND-OPTION TO MP-ROUND-OPTION.
           CALL "MultiplyNums"
               USING BY CONTENT MP-PARAM1, MP-PARAM2, MP-STRING-A,
                     BY REFERENCE MP-STRING-B, MP-ANSWER, MP-OPERATION,
                     MP-ROUND-OPTION, MP-REMAINDER, MP-CALLER-ID,
                     BY CONTENT MP-CHAIN-INFO,
                     BY REFERENCE MP-CALC-STATUS.

      *----------------------------------------------------------------
      * WS-TRANS-STEP goes to MULTREJ with WS-REJECT-CODE and
      * WS-REJECT-REASON.
      *----------------------------------------------------------------
       2300-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ERROR-LOG-LINE.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO EL-TIME.
           MOVE WS-REJECT-CODE TO EL-ERROR-CODE.
           MOVE SPACES TO EL-ERROR-TEXT.
           STRING "RECORD " DELIMITED BY SIZE
                   WS-TRANS-STEP DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           WRITE MULT-REJECT-LINE FROM ERROR-LOG-LINE.

      *----------------------------------------------------------------
      * Holds one chain step until the chain is complete.  A step
      * past the twentieth is rejected as it is read, and the chain
      * it belongs to is rejected with it when the chain is run.
      *----------------------------------------------------------------
       2400-HOLD-CHAIN-STEP.
           IF WS-CHAIN-STEP-COUNT IS EQUAL TO ZERO
               MOVE MT-CHAIN-ID TO WS-CHAIN-ID
           END-IF.
           IF WS-CHAIN-STEP-COUNT IS LESS THAN WS-CHAIN-MAXIMUM
               ADD 1 TO WS-CHAIN-STEP-COUNT
               MOVE MULT-TRANS-RECORD
                   TO WS-CE-RECORD (WS-CHAIN-STEP-COUNT)
           ELSE
               SET WS-CHAIN-OVERLONG TO TRUE
               MOVE "EDIT" TO WS-REJECT-CODE
               MOVE " CHAIN TOO LONG" TO WS-REJECT-REASON
               PERFORM 2300-WRITE-REJECT
           END-IF.

      *----------------------------------------------------------------
      * Runs the held chain: every step edited first, then the steps
      * calculated in order, each carried answer fed forward, until
      * the last one or the first failure.  Only a chain that got
      * all the way through is reported; any other is rejected
      * whole.
      *----------------------------------------------------------------
       2500-RUN-CHAIN.
           MOVE "N" TO WS-CHAIN-REJECT-SWITCH.
           MOVE ZERO TO WS-CHAIN-FAIL-INDEX.
           MOVE ZERO TO WS-CHAIN-CALL-COUNT.
           MOVE ZERO TO WS-CARRIED-ANSWER.
           IF WS-CHAIN-OVERLONG
               SET WS-CHAIN-REJECTED TO TRUE
               MOVE "EDIT" TO WS-CHAIN-FAIL-CODE
               MOVE " CHAIN TOO LONG" TO WS-CHAIN-FAIL-REASON
           END-IF.
           PERFORM 2510-EDIT-CHAIN-STEP
               VARYING WS-CHAIN-INDEX FROM 1 BY 1
               UNTIL WS-CHAIN-INDEX IS GREATER THAN WS-CHAIN-STEP-COUNT
               OR WS-CHAIN-REJECTED.
           PERFORM 2520-CALCULATE-CHAIN-STEP
               VARYING WS-CHAIN-INDEX FROM 1 BY 1
               UNTIL WS-CHAIN-INDEX IS GREATER THAN WS-CHAIN-STEP-COUNT
               OR WS-CHAIN-REJECTED.
           IF WS-CHAIN-REJECTED
               PERFORM 2560-REJECT-CHAIN-STEP
                   VARYING WS-CHAIN-INDEX FROM 1 BY 1
                   UNTIL WS-CHAIN-INDEX IS GREATER THAN
                       WS-CHAIN-STEP-COUNT
               ADD 1 TO WS-CHAINS-REJECTED
               ADD WS-CHAIN-CALL-COUNT TO WS-VOIDED-CALL-COUNT
           ELSE
               PERFORM 2550-REPORT-CHAIN-STEP
                   VARYING WS-CHAIN-INDEX FROM 1 BY 1
                   UNTIL WS-CHAIN-INDEX IS GREATER THAN
                       WS-CHAIN-STEP-COUNT
               MOVE WS-CHAIN-ID TO WS-CR-CHAIN-ID
               MOVE WS-CARRIED-ANSWER TO WS-CR-ANSWER
               MOVE WS-CHAIN-STEP-COUNT TO WS-CR-STEPS
               WRITE MULT-REPORT-LINE FROM WS-CHAIN-RESULT-LINE
               ADD 1 TO WS-CHAINS-COMPLETED
           END-IF.
           MOVE ZERO TO WS-CHAIN-STEP-COUNT.
           MOVE "N" TO WS-CHAIN-OVERLONG-SWITCH.
           MOVE SPACES TO WS-CHAIN-ID.

       2510-EDIT-CHAIN-STEP.
           MOVE WS-CE-RECORD (WS-CHAIN-INDEX) TO WS-TRANS-STEP.
           PERFORM 2050-EDIT-TRANSACTION.
           IF NOT WS-EDIT-IS-VALID
               SET WS-CHAIN-REJECTED TO TRUE
               MOVE WS-CHAIN-INDEX TO WS-CHAIN-FAIL-INDEX
               MOVE "EDIT" TO WS-CHAIN-FAIL-CODE
               MOVE " FAILED EDIT" TO WS-CHAIN-FAIL-REASON
           END-IF.

      *----------------------------------------------------------------
      * A carried answer has to fit MP-PARAM1 (999.99 either side of
      * zero); one that doesn't is an overflow like any other.
      *----------------------------------------------------------------
       2520-CALCULATE-CHAIN-STEP.
           MOVE WS-CE-RECORD (WS-CHAIN-INDEX) TO WS-TRANS-STEP.
           IF WS-TS-PARAM1-FROM-ANSWER
               IF WS-CARRIED-ANSWER IS GREATER THAN 999.99
                       OR WS-CARRIED-ANSWER IS LESS THAN -999.99
                   SET WS-CHAIN-REJECTED TO TRUE
                   MOVE WS-CHAIN-INDEX TO WS-CHAIN-FAIL-INDEX
                   MOVE "OVFL" TO WS-CHAIN-FAIL-CODE
                   MOVE " CARRY TOO LARGE" TO WS-CHAIN-FAIL-REASON
               ELSE
                   MOVE WS-CARRIED-ANSWER TO MP-PARAM1
               END-IF
           ELSE
               MOVE WS-TS-PARAM1 TO MP-PARAM1
           END-IF.
           IF NOT WS-CHAIN-REJECTED
               PERFORM 2530-CALL-CHAIN-STEP
           END-IF.

       2530-CALL-CHAIN-STEP.
           ADD 1 TO WS-CHAIN-CALL-COUNT.
           MOVE WS-CHAIN-ID TO MP-CHAIN-ID.
           EVALUATE TRUE
               WHEN WS-CHAIN-STEP-COUNT IS EQUAL TO 1
                   SET MP-CHAIN-ONLY TO TRUE
               WHEN WS-CHAIN-INDEX IS EQUAL TO 1
                   SET MP-CHAIN-FIRST TO TRUE
               WHEN WS-CHAIN-INDEX IS EQUAL TO WS-CHAIN-STEP-COUNT
                   SET MP-CHAIN-LAST TO TRUE
               WHEN OTHER
                   SET MP-CHAIN-NEXT TO TRUE
           END-EVALUATE.
           MOVE WS-TS-PARAM1-SOURCE TO MP-CHAIN-PARAM1-SOURCE.
           PERFORM 2250-CALL-CALCULATOR.
           IF MP-CALC-OVERFLOWED
               SET WS-CHAIN-REJECTED TO TRUE
               MOVE WS-CHAIN-INDEX TO WS-CHAIN-FAIL-INDEX
               MOVE "OVFL" TO WS-CHAIN-FAIL-CODE
               MOVE " OVERFLOWED" TO WS-CHAIN-FAIL-REASON
           ELSE
               MOVE MP-PARAM1 TO WS-CE-PARAM1 (WS-CHAIN-INDEX)
               MOVE MP-OPERATION TO WS-CE-OPERATION (WS-CHAIN-INDEX)
               MOVE MP-ANSWER TO WS-CE-ANSWER (WS-CHAIN-INDEX)
               MOVE MP-REMAINDER TO WS-CE-REMAINDER (WS-CHAIN-INDEX)
               MOVE MP-ANSWER TO WS-CARRIED-ANSWER
           END-IF.

       2550-REPORT-CHAIN-STEP.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE WS-CE-RECORD (WS-CHAIN-INDEX) TO WS-TRANS-STEP.
           MOVE WS-CE-PARAM1 (WS-CHAIN-INDEX) TO WS-RD-PARAM1.
           MOVE WS-CE-OPERATION (WS-CHAIN-INDEX) TO WS-RD-OPERATION.
           MOVE WS-TS-PARAM2 TO WS-RD-PARAM2.
           MOVE WS-CE-ANSWER (WS-CHAIN-INDEX) TO WS-RD-ANSWER.
           MOVE WS-CE-REMAINDER (WS-CHAIN-INDEX) TO WS-RD-REMAINDER.
           MOVE WS-CHAIN-ID TO WS-RD-CHAIN-ID.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *----------------------------------------------------------------
      * The failing step carries its own reason; the rest of the
      * chain goes with it as CHAN.  An over-long chain has no one
      * failing step, so every held step carries the reason.
      *----------------------------------------------------------------
       2560-REJECT-CHAIN-STEP.
           MOVE WS-CE-RECORD (WS-CHAIN-INDEX) TO WS-TRANS-STEP.
           IF WS-CHAIN-INDEX IS EQUAL TO WS-CHAIN-FAIL-INDEX
                   OR WS-CHAIN-OVERLONG
               MOVE WS-CHAIN-FAIL-CODE TO WS-REJECT-CODE
               MOVE WS-CHAIN-FAIL-REASON TO WS-REJECT-REASON
           ELSE
               MOVE "CHAN" TO WS-REJECT-CODE
               MOVE " CHAIN REJECTED" TO WS-REJECT-REASON
           END-IF.
           PERFORM 2300-WRITE-REJECT.

       2100-READ-TRANSACTION.
           READ MULT-TRANS-FILE
               AT END
           END-READ.

       3000-FINISH.
           IF WS-CHAIN-STEP-COUNT IS GREATER THAN ZERO
               PERFORM 2500-RUN-CHAIN
           END-IF.
           SET MP-OP-END-OF-RUN TO TRUE.
           CALL "MultiplyNums"
               USING BY CONTENT MP-PARAM1, MP-PARAM2, MP-STRING-A,
                     BY REFERENCE MP-STRING-B, MP-ANSWER, MP-OPERATION,
                     MP-ROUND-OPTION, MP-REMAINDER, MP-CALLER-ID,
                     BY CONTENT MP-CHAIN-INFO,
                     BY REFERENCE MP-CALC-STATUS.
           MOVE "TRANSACTIONS READ -    " TO WS-RT-LABEL.
           MOVE WS-READ-COUNT TO WS-RT-COUNT.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-RT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-RT-COUNT.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-TRAILER-LINE.
           MOVE "CHAINS COMPLETED -     " TO WS-RT-LABEL.
           MOVE WS-CHAINS-COMPLETED TO WS-RT-COUNT.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-TRAILER-LINE.
           MOVE "CHAINS REJECTED -      " TO WS-RT-LABEL.
           MOVE WS-CHAINS-REJECTED TO WS-RT-COUNT.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-TRAILER-LINE.
           MOVE "CHAIN CALLS VOIDED -   " TO WS-RT-LABEL.
           MOVE WS-VOIDED-CALL-COUNT TO WS-RT-COUNT.
           WRITE MULT-REPORT-LINE FROM WS-REPORT-TRAILER-LINE.
           CLOSE MULT-TRANS-FILE.
           CLOSE MULT-REPORT-FILE.
           CLOSE MULT-REJECT-FILE.
