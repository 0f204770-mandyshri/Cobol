      *  balance one caller's calls against that caller's report
      *  instead of mixing every program's calls together.
       01  MP-CALLER-ID           PIC X(08).
      *  MP-CHAIN-INFO ties a call to a MultiplyBatch chain group --
      *  several steps where a step may take the previous step's
      *  answer as its first parameter -- and is stamped onto the
      *  MULTLOG line so the reconciliation can recompute the chain
      *  end to end.  MP-CHAIN-STEP places the call in its chain;
      *  MP-CHAIN-PARAM1-SOURCE says MP-PARAM1 was carried from the
      *  previous step's MP-ANSWER.  Callers outside a chain pass
      *  spaces.
       01  MP-CHAIN-INFO.
           05  MP-CHAIN-ID            PIC X(06).
           05  MP-CHAIN-STEP          PIC X(01).
               88  MP-CHAIN-FIRST     VALUE "F".
               88  MP-CHAIN-NEXT      VALUE "N".
               88  MP-CHAIN-LAST      VALUE "L".
               88  MP-CHAIN-ONLY      VALUE "O".
           05  MP-CHAIN-PARAM1-SOURCE PIC X(01).
               88  MP-PARAM1-CARRIED  VALUE "P".
      *  MP-CALC-STATUS comes back "O" when the calculation overflowed
      *  MP-ANSWER (or divided by zero) and went to MULTOVFL, so a
      *  caller can tell a good answer from a left-over one.
       01  MP-CALC-STATUS         PIC X(01).
           88  MP-CALC-OK         VALUE "0".
           88  MP-CALC-OVERFLOWED VALUE "O".
