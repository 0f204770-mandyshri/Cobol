       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRCT.
      *****************************************************************
      *  Nightly general ledger interface feed.  The finance office
      *  used to re-key the BILLREG and PAYREG totals into the ledger
      *  by hand; this step reads today's entries off the GLACTV
      *  ledger activity journal (copybook GLACTV.cpy -- tuition and
      *  flat fees billed, late fees, payments, drop credits, refunds,
      *  and aid, each written by the program that posted it) and
      *  summarizes them into balanced debit and credit journal lines
      *  by GL account on GLFEED, in the header/trailer convention
      *  EXTRACT established:
      *
      *      HDR|GLFEED|yyyymmdd
      *      DTL|account|D|nnnnnnnnnnn.nn    (or C for a credit)
      *      TRL|nnnnnnn|total debits|total credits
      *
      *  The accounts come from the GLMAP control file, one record
      *  per activity code: the code, the account it debits, and the
      *  account it credits, so finance can re-point an activity
      *  without a program change.  Every amount posts to both sides,
      *  so the feed balances by construction; the run still proves
      *  it.  An activity with no mapping, more accounts than the
      *  table holds, or debits that do not equal credits refuses the
      *  feed outright -- GLFEED is not written at all rather than
      *  half-written -- and the GLREG register says why, RC 8.
      *
      *  The GLREG register shows the day's totals by activity, then
      *  by account, with the debit and credit totals at the foot.
      *  No GLACTV on the system is a quiet day: a feed carrying
      *  only its header and a zero trailer.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-FEED-FILE ASSIGN TO "GLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.
           SELECT GL-REGISTER-FILE ASSIGN TO "GLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-ACTIVITY-CODE        PIC X(04).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD              PIC X(100).
       FD  GL-REGISTER-FILE.
       01  GL-REGISTER-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
               88 WS-GLACTV-OK         VALUE "00".
           01 WS-GLMAP-STATUS          PIC X(02) VALUE "00".
           01 WS-GLFEED-STATUS         PIC X(02) VALUE "00".
           01 WS-GLREG-STATUS          PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-ACTIVITY   VALUE "Y".
           01 WS-MAP-FOUND-SWITCH      PIC X(01) VALUE "N".
               88 WS-MAP-FOUND         VALUE "Y".
           01 WS-ACCOUNT-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-ACCOUNT-FOUND     VALUE "Y".
           01 WS-OVERFLOW-SWITCH       PIC X(01) VALUE "N".
               88 WS-TABLE-OVERFLOW    VALUE "Y".
           01 WS-BALANCED-SWITCH       PIC X(01) VALUE "N".
               88 WS-FEED-BALANCED     VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 20 TIMES.
                   10 WS-MP-ACTIVITY    PIC X(04).
                   10 WS-MP-DEBIT       PIC X(10).
                   10 WS-MP-CREDIT      PIC X(10).
                   10 WS-MP-COUNT       PIC 9(05) COMP.
                   10 WS-MP-AMOUNT      PIC 9(11)V99.
           01 WS-MAP-COUNT             PIC 9(02) COMP VALUE ZERO.
           01 WS-MAP-INDEX             PIC 9(02) COMP VALUE ZERO.
           01 WS-ACCOUNT-TABLE.
               05 WS-ACCOUNT-ENTRY OCCURS 40 TIMES.
                   10 WS-AC-ACCOUNT     PIC X(10).
                   10 WS-AC-DEBITS      PIC 9(11)V99.
                   10 WS-AC-CREDITS     PIC 9(11)V99.
           01 WS-ACCOUNT-COUNT         PIC 9(02) COMP VALUE ZERO.
           01 WS-ACCOUNT-INDEX         PIC 9(02) COMP VALUE ZERO.
           01 WS-LOOKUP-ACCOUNT        PIC X(10) VALUE SPACES.
           01 WS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
           01 WS-TODAY-COUNT           PIC 9(07) COMP VALUE ZERO.
           01 WS-UNMAPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
           01 WS-UNMAPPED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
           01 WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
           COPY GLACTV.
           01 WS-FEED-HEADER.
               05 FILLER                PIC X(11) VALUE "HDR|GLFEED|".
               05 WS-FH-DATE            PIC 9(08).
           01 WS-FD-SIDE               PIC X(01) VALUE SPACE.
           01 WS-FD-AMOUNT             PIC 9(11).99.
           01 WS-FEED-TRAILER.
               05 FILLER                PIC X(04) VALUE "TRL|".
               05 WS-FT-COUNT           PIC 9(07).
               05 FILLER                PIC X(01) VALUE "|".
               05 WS-FT-DEBITS          PIC 9(11).99.
               05 FILLER                PIC X(01) VALUE "|".
               05 WS-FT-CREDITS         PIC 9(11).99.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "GLEXTRCT - GENERAL LEDGER FEED".
               05 FILLER                PIC X(09) VALUE "REGISTER ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-ACTIVITY-HEADING.
               05 FILLER                PIC X(10) VALUE "ACTIVITY".
               05 FILLER                PIC X(08) VALUE "COUNT".
               05 FILLER                PIC X(17) VALUE "AMOUNT".
               05 FILLER                PIC X(12) VALUE "DEBIT".
               05 FILLER                PIC X(10) VALUE "CREDIT".
           01 WS-ACTIVITY-LINE.
               05 WS-AL-ACTIVITY        PIC X(04).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-AL-COUNT           PIC ZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-AL-AMOUNT          PIC ZZZZZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-AL-DEBIT           PIC X(10).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-AL-CREDIT          PIC X(10).
           01 WS-UNMAPPED-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(17) VALUE
                   "NO GL MAPPING -  ".
               05 WS-UL-ACTIVITY        PIC X(04).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-UL-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-UL-AMOUNT          PIC ZZZZZZ9.99.
           01 WS-ACCOUNT-HEADING.
               05 FILLER                PIC X(14) VALUE "ACCOUNT".
               05 FILLER                PIC X(17) VALUE "DEBITS".
               05 FILLER                PIC X(07) VALUE "CREDITS".
           01 WS-ACCOUNT-LINE.
               05 WS-ACL-ACCOUNT        PIC X(10).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-ACL-DEBITS         PIC ZZZZZZZZZZ9.99.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-ACL-CREDITS        PIC ZZZZZZZZZZ9.99.
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZZZ9.
           01 WS-TOTAL-LINE.
               05 WS-TO-LABEL           PIC X(23).
               05 WS-TO-AMOUNT          PIC ZZZZZZZZZZ9.99.
           01 WS-DISPOSITION-LINE       PIC X(80) VALUE SPACES.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SUMMARIZE-ACTIVITY
               UNTIL WS-END-OF-ACTIVITY.
           PERFORM 3000-PROVE-BALANCE.
           IF WS-FEED-BALANCED
               PERFORM 4000-WRITE-FEED
           END-IF.
           PERFORM 5000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-GL-MAP.
           OPEN OUTPUT GL-REGISTER-FILE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE GL-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE GL-REGISTER-LINE FROM WS-BLANK-LINE.
           OPEN INPUT GL-ACTIVITY-FILE.
           IF WS-GLACTV-OK
               PERFORM 2100-READ-ACTIVITY
           ELSE
               SET WS-END-OF-ACTIVITY TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * GLMAP carries one record per activity code: the code, then
      * the debit account, then the credit account.  The first
      * mapping for a code wins; a record missing its code or either
      * account is skipped, leaving the activity unmapped.
      *----------------------------------------------------------------
       1100-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-GLMAP-STATUS IS EQUAL TO "00"
               PERFORM 1110-READ-GL-MAP
                   UNTIL WS-GLMAP-STATUS IS NOT EQUAL TO "00"
               CLOSE GL-MAP-FILE
           END-IF.

       1110-READ-GL-MAP.
           READ GL-MAP-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE GM-ACTIVITY-CODE TO GL-ACTIVITY-CODE
                   PERFORM 6000-FIND-MAP-ENTRY
                   IF NOT WS-MAP-FOUND
                       AND GM-ACTIVITY-CODE IS NOT EQUAL TO SPACES
                       AND GM-DEBIT-ACCOUNT IS NOT EQUAL TO SPACES
                       AND GM-CREDIT-ACCOUNT IS NOT EQUAL TO SPACES
                       AND WS-MAP-COUNT IS LESS THAN 20
                       ADD 1 TO WS-MAP-COUNT
                       MOVE GM-ACTIVITY-CODE
                           TO WS-MP-ACTIVITY (WS-MAP-COUNT)
                       MOVE GM-DEBIT-ACCOUNT
                           TO WS-MP-DEBIT (WS-MAP-COUNT)
                       MOVE GM-CREDIT-ACCOUNT
                           TO WS-MP-CREDIT (WS-MAP-COUNT)
                       MOVE ZERO TO WS-MP-COUNT (WS-MAP-COUNT)
                       MOVE ZERO TO WS-MP-AMOUNT (WS-MAP-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Only today's entries feed tonight's ledger; the journal keeps
      * every day's, the way CHGJRNL does for DELTAEXT.
      *----------------------------------------------------------------
       2000-SUMMARIZE-ACTIVITY.
           ADD 1 TO WS-READ-COUNT.
           IF GL-DATE IS NUMERIC
               AND GL-DATE IS EQUAL TO WS-RUN-DATE
               AND GL-AMOUNT IS NUMERIC
               ADD 1 TO WS-TODAY-COUNT
               PERFORM 6000-FIND-MAP-ENTRY
               IF WS-MAP-FOUND
                   PERFORM 2200-POST-ACTIVITY
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   ADD GL-AMOUNT TO WS-UNMAPPED-AMOUNT
                   MOVE GL-ACTIVITY-CODE TO WS-UL-ACTIVITY
                   MOVE GL-STUDENT-ID TO WS-UL-STUDENT-ID
                   MOVE GL-AMOUNT TO WS-UL-AMOUNT
                   WRITE GL-REGISTER-LINE FROM WS-UNMAPPED-LINE
               END-IF
           END-IF.
           PERFORM 2100-READ-ACTIVITY.

       2100-READ-ACTIVITY.
           READ GL-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END
                   SET WS-END-OF-ACTIVITY TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Each amount goes to its activity's total and to both sides of
      * the ledger: the debit account's debits and the credit
      * account's credits.
      *----------------------------------------------------------------
       2200-POST-ACTIVITY.
           ADD 1 TO WS-MP-COUNT (WS-MAP-INDEX).
           ADD GL-AMOUNT TO WS-MP-AMOUNT (WS-MAP-INDEX).
           MOVE WS-MP-DEBIT (WS-MAP-INDEX) TO WS-LOOKUP-ACCOUNT.
           PERFORM 6100-FIND-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-FOUND
               ADD GL-AMOUNT TO WS-AC-DEBITS (WS-ACCOUNT-INDEX)
           END-IF.
           MOVE WS-MP-CREDIT (WS-MAP-INDEX) TO WS-LOOKUP-ACCOUNT.
           PERFORM 6100-FIND-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-FOUND
               ADD GL-AMOUNT TO WS-AC-CREDITS (WS-ACCOUNT-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * The totals are added back up off the account table, not the
      * activity totals, so the proof checks what would actually go
      * out on the feed.
      *----------------------------------------------------------------
       3000-PROVE-BALANCE.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           PERFORM 3100-ADD-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT.
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT IS GREATER THAN ZERO
                   MOVE "UNMAPPED ACTIVITY - GLFEED NOT WRITTEN"
                       TO WS-DISPOSITION-LINE
               WHEN WS-TABLE-OVERFLOW
                   MOVE "TOO MANY GL ACCOUNTS - GLFEED NOT WRITTEN"
                       TO WS-DISPOSITION-LINE
               WHEN WS-TOTAL-DEBITS IS NOT EQUAL TO WS-TOTAL-CREDITS
                   MOVE "OUT OF BALANCE - GLFEED NOT WRITTEN"
                       TO WS-DISPOSITION-LINE
               WHEN OTHER
                   SET WS-FEED-BALANCED TO TRUE
                   MOVE "IN BALANCE - GLFEED WRITTEN"
                       TO WS-DISPOSITION-LINE
           END-EVALUATE.
           IF NOT WS-FEED-BALANCED
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       3100-ADD-ONE-ACCOUNT.
           ADD WS-AC-DEBITS (WS-ACCOUNT-INDEX) TO WS-TOTAL-DEBITS.
           ADD WS-AC-CREDITS (WS-ACCOUNT-INDEX) TO WS-TOTAL-CREDITS.

       4000-WRITE-FEED.
           OPEN OUTPUT GL-FEED-FILE.
           MOVE WS-RUN-DATE TO WS-FH-DATE.
           WRITE GL-FEED-RECORD FROM WS-FEED-HEADER.
           PERFORM 4100-WRITE-ACCOUNT-LINES
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-FT-COUNT.
           MOVE WS-TOTAL-DEBITS TO WS-FT-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-FT-CREDITS.
           WRITE GL-FEED-RECORD FROM WS-FEED-TRAILER.
           CLOSE GL-FEED-FILE.

      *----------------------------------------------------------------
      * An account carrying both debits and credits gets one line for
      * each side; the ledger nets them, not the feed.
      *----------------------------------------------------------------
       4100-WRITE-ACCOUNT-LINES.
           IF WS-AC-DEBITS (WS-ACCOUNT-INDEX) IS GREATER THAN ZERO
               MOVE "D" TO WS-FD-SIDE
               MOVE WS-AC-DEBITS (WS-ACCOUNT-INDEX) TO WS-FD-AMOUNT
               PERFORM 4200-WRITE-DETAIL-LINE
           END-IF.
           IF WS-AC-CREDITS (WS-ACCOUNT-INDEX) IS GREATER THAN ZERO
               MOVE "C" TO WS-FD-SIDE
               MOVE WS-AC-CREDITS (WS-ACCOUNT-INDEX) TO WS-FD-AMOUNT
               PERFORM 4200-WRITE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * Account numbers carry no embedded blanks, so the trailing
      * padding comes off at the first space, as EXTRACT trims text.
      *----------------------------------------------------------------
       4200-WRITE-DETAIL-LINE.
           MOVE SPACES TO GL-FEED-RECORD.
           STRING "DTL|" DELIMITED BY SIZE
                   WS-AC-ACCOUNT (WS-ACCOUNT-INDEX) DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   WS-FD-SIDE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-FD-AMOUNT DELIMITED BY SIZE
                   INTO GL-FEED-RECORD.
           WRITE GL-FEED-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

       5000-FINISH.
           WRITE GL-REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE GL-REGISTER-LINE FROM WS-ACTIVITY-HEADING.
           PERFORM 5100-WRITE-ACTIVITY-LINE
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX IS GREATER THAN WS-MAP-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE GL-REGISTER-LINE FROM WS-ACCOUNT-HEADING.
           PERFORM 5200-WRITE-ACCOUNT-LINE
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "JOURNAL ENTRIES READ - " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ENTRIES FOR TODAY -    " TO WS-TL-LABEL.
           MOVE WS-TODAY-COUNT TO WS-TL-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ENTRIES NOT MAPPED -   " TO WS-TL-LABEL.
           MOVE WS-UNMAPPED-COUNT TO WS-TL-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "FEED DETAIL LINES -    " TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           WRITE GL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TOTAL DEBITS -         " TO WS-TO-LABEL.
           MOVE WS-TOTAL-DEBITS TO WS-TO-AMOUNT.
           WRITE GL-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL CREDITS -        " TO WS-TO-LABEL.
           MOVE WS-TOTAL-CREDITS TO WS-TO-AMOUNT.
           WRITE GL-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "UNMAPPED AMOUNT -      " TO WS-TO-LABEL.
           MOVE WS-UNMAPPED-AMOUNT TO WS-TO-AMOUNT.
           WRITE GL-REGISTER-LINE FROM WS-TOTAL-LINE.
           WRITE GL-REGISTER-LINE FROM WS-DISPOSITION-LINE.
           IF WS-GLACTV-OK OR WS-GLACTV-STATUS IS EQUAL TO "10"
               CLOSE GL-ACTIVITY-FILE
           END-IF.
           CLOSE GL-REGISTER-FILE.

       5100-WRITE-ACTIVITY-LINE.
           MOVE WS-MP-ACTIVITY (WS-MAP-INDEX) TO WS-AL-ACTIVITY.
           MOVE WS-MP-COUNT (WS-MAP-INDEX) TO WS-AL-COUNT.
           MOVE WS-MP-AMOUNT (WS-MAP-INDEX) TO WS-AL-AMOUNT.
           MOVE WS-MP-DEBIT (WS-MAP-INDEX) TO WS-AL-DEBIT.
           MOVE WS-MP-CREDIT (WS-MAP-INDEX) TO WS-AL-CREDIT.
           WRITE GL-REGISTER-LINE FROM WS-ACTIVITY-LINE.

       5200-WRITE-ACCOUNT-LINE.
           MOVE WS-AC-ACCOUNT (WS-ACCOUNT-INDEX) TO WS-ACL-ACCOUNT.
           MOVE WS-AC-DEBITS (WS-ACCOUNT-INDEX) TO WS-ACL-DEBITS.
           MOVE WS-AC-CREDITS (WS-ACCOUNT-INDEX) TO WS-ACL-CREDITS.
           WRITE GL-REGISTER-LINE FROM WS-ACCOUNT-LINE.

       6000-FIND-MAP-ENTRY.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           PERFORM 6010-MATCH-ONE-MAP
               VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-FOUND
               OR WS-MAP-INDEX IS GREATER THAN WS-MAP-COUNT.
           IF WS-MAP-FOUND
               SUBTRACT 1 FROM WS-MAP-INDEX
           END-IF.

       6010-MATCH-ONE-MAP.
           IF WS-MP-ACTIVITY (WS-MAP-INDEX) IS EQUAL TO
                   GL-ACTIVITY-CODE
               SET WS-MAP-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * An account not yet in the table is added with zero totals.
      * A full table cannot take it; the run is flagged so the feed
      * is refused rather than sent short.
      *----------------------------------------------------------------
       6100-FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
           PERFORM 6110-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-FOUND
               OR WS-ACCOUNT-INDEX IS GREATER THAN WS-ACCOUNT-COUNT.
           IF WS-ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCOUNT-INDEX
           ELSE
               IF WS-ACCOUNT-COUNT IS LESS THAN 40
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-INDEX
                   MOVE WS-LOOKUP-ACCOUNT
                       TO WS-AC-ACCOUNT (WS-ACCOUNT-INDEX)
                   MOVE ZERO TO WS-AC-DEBITS (WS-ACCOUNT-INDEX)
                   MOVE ZERO TO WS-AC-CREDITS (WS-ACCOUNT-INDEX)
                   SET WS-ACCOUNT-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       6110-MATCH-ONE-ACCOUNT.
           IF WS-AC-ACCOUNT (WS-ACCOUNT-INDEX) IS EQUAL TO
                   WS-LOOKUP-ACCOUNT
               SET WS-ACCOUNT-FOUND TO TRUE
           END-IF.

       END PROGRAM GLEXTRCT.
