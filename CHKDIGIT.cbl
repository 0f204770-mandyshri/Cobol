       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDIGIT.
      *****************************************************************
      *  Student-ID check-digit service (see copybooks CHKDPARM.cpy).
      *  Every student ID carries one trailing check digit, worked
      *  out from the seven ID digits alone, so nothing new is stored
      *  on the masters: NBRASSGN hands the digit back with each new
      *  ID it issues, and every program that takes a keyed ID in
      *  verifies the pair here before it looks anything up.  A
      *  mistyped digit, and nearly every pair of neighbouring digits
      *  keyed the wrong way round, fails the verify instead of
      *  landing on some other student's record.
      *
      *  The digit is the usual modulus-10 weighting: working from
      *  the rightmost ID digit leftward, every other digit (starting
      *  with the rightmost) is doubled, a doubled digit over 9 has 9
      *  taken off it, the results are summed with the undoubled
      *  digits, and the check digit is whatever brings the sum up to
      *  the next multiple of ten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-ID-NUMBER             PIC 9(7) VALUE ZERO.
           01 WS-ID-DIGIT-TABLE REDEFINES WS-ID-NUMBER.
               05 WS-ID-DIGIT          PIC 9(01) OCCURS 7 TIMES.
           01 WS-DIGIT-INDEX           PIC S9(02) COMP VALUE ZERO.
           01 WS-DOUBLED-DIGIT         PIC 9(02) VALUE ZERO.
           01 WS-DIGIT-SUM             PIC 9(03) VALUE ZERO.
           01 WS-SUM-TENS              PIC 9(03) VALUE ZERO.
           01 WS-SUM-UNITS             PIC 9(02) VALUE ZERO.
           01 WS-COMPUTED-DIGIT        PIC 9(01) VALUE ZERO.
           01 WS-COMPUTED-DIGIT-X REDEFINES WS-COMPUTED-DIGIT
                                       PIC X(01).
       LINKAGE SECTION.
           COPY CHKDPARM.
       PROCEDURE DIVISION USING CD-FUNCTION-CODE, CD-STUDENT-ID,
               CD-CHECK-DIGIT, CD-STATUS-CODE.
       MAIN-PROCEDURE.
           SET CD-INVALID TO TRUE.
           IF CD-STUDENT-ID IS NUMERIC
               PERFORM COMPUTE-CHECK-DIGIT
               EVALUATE TRUE
                   WHEN CD-FN-COMPUTE
                       MOVE WS-COMPUTED-DIGIT-X TO CD-CHECK-DIGIT
                       SET CD-VALID TO TRUE
                   WHEN CD-FN-VERIFY
                       IF CD-CHECK-DIGIT IS EQUAL TO
                               WS-COMPUTED-DIGIT-X
                           SET CD-VALID TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * Positions 7, 5, 3 and 1 (the rightmost and every second one
      * leftward from it) are the doubled ones.
      *----------------------------------------------------------------
       COMPUTE-CHECK-DIGIT.
           MOVE CD-STUDENT-ID TO WS-ID-NUMBER.
           MOVE ZERO TO WS-DIGIT-SUM.
           PERFORM ADD-DOUBLED-DIGIT
               VARYING WS-DIGIT-INDEX FROM 7 BY -2
               UNTIL WS-DIGIT-INDEX IS LESS THAN 1.
           PERFORM ADD-SINGLE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 6 BY -2
               UNTIL WS-DIGIT-INDEX IS LESS THAN 2.
           DIVIDE WS-DIGIT-SUM BY 10 GIVING WS-SUM-TENS
               REMAINDER WS-SUM-UNITS.
           IF WS-SUM-UNITS IS EQUAL TO ZERO
               MOVE ZERO TO WS-COMPUTED-DIGIT
           ELSE
               COMPUTE WS-COMPUTED-DIGIT = 10 - WS-SUM-UNITS
           END-IF.

       ADD-DOUBLED-DIGIT.
           COMPUTE WS-DOUBLED-DIGIT = WS-ID-DIGIT(WS-DIGIT-INDEX) * 2.
           IF WS-DOUBLED-DIGIT IS GREATER THAN 9
               SUBTRACT 9 FROM WS-DOUBLED-DIGIT
           END-IF.
           ADD WS-DOUBLED-DIGIT TO WS-DIGIT-SUM.

       ADD-SINGLE-DIGIT.
           ADD WS-ID-DIGIT(WS-DIGIT-INDEX) TO WS-DIGIT-SUM.

       END PROGRAM CHKDIGIT.
