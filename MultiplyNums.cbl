      *  Every call, successful or not, also gets one line on MULTLOG
      *  (MP-PARAM1/MP-OPERATION/MP-PARAM2/MP-ANSWER plus a date/time
      *  stamp) so the run can be reconstructed call by call later.
      *  MP-CHAIN-INFO goes onto the line with them, so a chained
      *  MultiplyBatch step can be traced back to its chain, and
      *  MP-CALC-STATUS tells the caller whether the call overflowed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY MULTPARM.
       PROCEDURE DIVISION USING MP-PARAM1, MP-PARAM2, MP-STRING-A,
           MP-STRING-B, MP-ANSWER, MP-OPERATION, MP-ROUND-OPTION,
           MP-REMAINDER, MP-CALLER-ID, MP-CHAIN-INFO, MP-CALC-STATUS.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN MP-OP-BATCH-START
           DISPLAY MP-STRING-A MP-PARAM1.
            DISPLAY MP-STRING-B MP-PARAM2.
           MOVE ZERO TO MP-REMAINDER.
           SET MP-CALC-OK TO TRUE.
           EVALUATE TRUE
               WHEN MP-OP-ADD
                   PERFORM ADD-NUMBERS
           MOVE MP-ANSWER TO AL-ANSWER.
           MOVE MP-REMAINDER TO AL-REMAINDER.
           MOVE MP-CALLER-ID TO AL-CALLER.
           MOVE MP-CHAIN-ID TO AL-CHAIN-ID.
           MOVE MP-CHAIN-STEP TO AL-CHAIN-STEP.
           MOVE MP-CHAIN-PARAM1-SOURCE TO AL-CHAIN-PARAM1-SOURCE.
           IF NOT WS-AUDIT-IS-OPEN
               OPEN EXTEND AUDIT-LOG
               IF WS-AUDIT-LOG-STATUS IS EQUAL TO "05" OR "35"
      * program's overflow/error log entry.
      *----------------------------------------------------------------
       WRITE-OVERFLOW-REPORT.
           SET MP-CALC-OVERFLOWED TO TRUE.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "MULTIPLY" TO EL-PROGRAM-ID.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
