       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDS.
      *****************************************************************
      *  Refund processing against the RECVBLE receivables file -- the
      *  step that finally does something with the overpaid records
      *  PAYAPPLY leaves off its balances section.  Every receivable
      *  is read in key order and given two checks:
      *
      *  1. Tuition credit for dropped hours.  The student's billable
      *     hours for the term are counted back off the live ENROLL
      *     file the way TUITBILL counts them (Course Master credit
      *     hours, W-graded withdrawals no longer billable).  Fewer
      *     hours than the receivable was billed for means a drop or
      *     withdrawal since TUITBILL ran, and the dropped hours are
      *     credited at the RATETBL per-credit rate times the refund
      *     schedule percentage -- the flat term fee too, at the same
      *     percentage, when no billable hours are left.  The
      *     schedule runs off how many days past the term's
      *     TM-ADD-DROP-END the drop is being priced, and this step
      *     runs nightly behind ENRMAINT, so that is the day of the
      *     drop:
      *         on or before the add/drop end         100 percent
      *         up to the 50-percent limit past it     50 percent
      *         later than that                         0 percent
      *     The limits come from the REFSCHED control file (two
      *     records, three digits of days each: the last day past the
      *     add/drop end still at 100 percent, then the last day
      *     still at 50 percent), the same control-file shape as
      *     GPATHRES; missing, the shop defaults of 0 and 14 days
      *     apply.  The receivable's billed hours drop to the current
      *     count whatever the percentage, so each drop is priced
      *     exactly once.  A term not on the Term Master cannot be
      *     scheduled and is left unpriced on the register.  A
      *     receivable SECCANCL flagged for re-billing lost its hours
      *     to a cancelled course section rather than the student's
      *     own drop, so those hours are credited at 100 percent
      *     whatever the schedule says, and the flag is cleared once
      *     the receivable has been priced.
      *
      *  2. Credit balance refund.  Paid plus applied aid over billed
      *     -- after any credit above -- is paid back out: a REFDISB
      *     disbursement record carries the payee name and mailing
      *     address to accounts payable, and the excess comes off the
      *     paid side first, then off the applied aid.
      *
      *  Every adjustment writes a REFAUD audit line (copybook
      *  REFAUDIT.cpy) under the operator named on OPERID, with the
      *  before and after amounts, a REFREG register line, and a
      *  GLACTV ledger activity line for GLEXTRCT.  No
      *  RECVBLE on the system is an empty register, not a failure.
      *  Shop convention RC 4 when anything was left unpriced, and
      *  when CRSMSTR is missing beside a live ENROLL, since no drop
      *  can then be weighed and none is priced that night.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT REFUND-SCHEDULE-FILE ASSIGN TO "REFSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFSCHED-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT REFUND-DISBURSEMENT-FILE ASSIGN TO "REFDISB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFDISB-STATUS.
           SELECT REFUND-AUDIT-FILE ASSIGN TO "REFAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFAUD-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  STUDENT-ADDRESS-FILE.
           COPY STUADDR.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD           PIC 9(09).
       FD  REFUND-SCHEDULE-FILE.
       01  REFUND-SCHEDULE-RECORD      PIC 9(03).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  REFUND-DISBURSEMENT-FILE.
           COPY REFDISB.
       FD  REFUND-AUDIT-FILE.
       01  REFUND-AUDIT-LINE           PIC X(124).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ADDRESS-STATUS        PIC X(02) VALUE "00".
               88 WS-AD-OK             VALUE "00".
           01 WS-RATETBL-STATUS        PIC X(02) VALUE "00".
           01 WS-REFSCHED-STATUS       PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-REFDISB-STATUS        PIC X(02) VALUE "00".
           01 WS-REFAUD-STATUS         PIC X(02) VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
           01 WS-REFREG-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-RECV-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-RECV       VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-TERM-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-TERM-IS-OPEN      VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ADDRESS-IS-OPEN   VALUE "Y".
           01 WS-CHANGED-SWITCH        PIC X(01) VALUE "N".
               88 WS-RECEIVABLE-CHANGED VALUE "Y".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
           01 WS-PER-CREDIT-RATE       PIC 9(05)V99 VALUE 185.00.
           01 WS-FLAT-FEE              PIC 9(05)V99 VALUE 75.00.
           01 WS-SCHEDULE-COUNT        PIC 9(02) COMP VALUE ZERO.
           01 WS-FULL-REFUND-DAYS      PIC 9(03) VALUE ZERO.
           01 WS-HALF-REFUND-DAYS      PIC 9(03) VALUE 14.
           01 WS-OPERATOR-ID           PIC 9(4) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CURRENT-HOURS         PIC 9(04) VALUE ZERO.
           01 WS-DROPPED-HOURS         PIC 9(04) VALUE ZERO.
           01 WS-DAYS-PAST-END         PIC S9(05) VALUE ZERO.
           01 WS-REFUND-PERCENT        PIC 9(03) VALUE ZERO.
           01 WS-CREDIT-AMOUNT         PIC 9(07)V99 VALUE ZERO.
           01 WS-REFUND-AMOUNT         PIC 9(07)V99 VALUE ZERO.
           01 WS-HOURS-BEFORE          PIC 9(04) VALUE ZERO.
           01 WS-BILLED-BEFORE         PIC 9(07)V99 VALUE ZERO.
           01 WS-PAID-BEFORE           PIC 9(07)V99 VALUE ZERO.
           01 WS-AID-BEFORE            PIC 9(06)V99 VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-CREDIT-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUND-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-UNPRICED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-CREDITED        PIC 9(09)V99 VALUE ZERO.
           01 WS-TOTAL-REFUNDED        PIC 9(09)V99 VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY REFAUDIT.
           COPY GLACTV.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "REFUNDS - REFUND AND TUITION CREDIT".
               05 FILLER                PIC X(09) VALUE " REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(11) VALUE "HOURS".
               05 FILLER                PIC X(05) VALUE "PCT".
               05 FILLER                PIC X(12) VALUE "AMOUNT".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-HOURS-BEFORE    PIC ZZZ9.
               05 FILLER                PIC X(01) VALUE ">".
               05 WS-RG-HOURS-AFTER     PIC ZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-PERCENT         PIC ZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-AMOUNT          PIC ZZZZZZ9.99.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-TOTAL-LINE.
               05 WS-TO-LABEL           PIC X(23).
               05 WS-TO-AMOUNT          PIC ZZZZZZZZ9.99.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-RECEIVABLE
               UNTIL WS-END-OF-RECV.
           PERFORM 3000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-RATE-TABLE.
           PERFORM 1200-LOAD-REFUND-SCHEDULE.
           PERFORM 1300-READ-OPERATOR-ID.
           OPEN OUTPUT REFUND-REGISTER-FILE.
           WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN OUTPUT REFUND-DISBURSEMENT-FILE.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           ELSE
               IF WS-ENROLL-IS-OPEN
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               SET WS-TERM-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-AD-OK
               SET WS-ADDRESS-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
               PERFORM 2100-READ-RECEIVABLE
           ELSE
               SET WS-END-OF-RECV TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * RATETBL is TUITBILL's own rate table -- the per-credit rate,
      * then the flat fee, nine digits each meaning nnnnnnn.nn -- so
      * a credit is priced at the rate the hours were billed at.
      * Missing or short, the same defaults TUITBILL uses stand.
      *----------------------------------------------------------------
       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATETBL-STATUS IS EQUAL TO "00"
               PERFORM 1110-READ-RATE
                   UNTIL WS-RATETBL-STATUS IS NOT EQUAL TO "00"
                   OR WS-RATE-COUNT IS EQUAL TO 2
               CLOSE RATE-TABLE-FILE
           END-IF.

       1110-READ-RATE.
           READ RATE-TABLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-RATE-COUNT
                   IF WS-RATE-COUNT IS EQUAL TO 1
                       COMPUTE WS-PER-CREDIT-RATE =
                           RATE-TABLE-RECORD / 100
                   ELSE
                       COMPUTE WS-FLAT-FEE =
                           RATE-TABLE-RECORD / 100
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * REFSCHED carries the last day past the add/drop end still
      * refunded in full, then the last day still refunded at half.
      * Missing or short, the defaults already in WORKING-STORAGE
      * stand.
      *----------------------------------------------------------------
       1200-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF WS-REFSCHED-STATUS IS EQUAL TO "00"
               PERFORM 1210-READ-SCHEDULE
                   UNTIL WS-REFSCHED-STATUS IS NOT EQUAL TO "00"
                   OR WS-SCHEDULE-COUNT IS EQUAL TO 2
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

       1210-READ-SCHEDULE.
           READ REFUND-SCHEDULE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SCHEDULE-COUNT
                   IF WS-SCHEDULE-COUNT IS EQUAL TO 1
                       MOVE REFUND-SCHEDULE-RECORD
                           TO WS-FULL-REFUND-DAYS
                   ELSE
                       MOVE REFUND-SCHEDULE-RECORD
                           TO WS-HALF-REFUND-DAYS
                   END-IF
           END-READ.

       1300-READ-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF WS-OPERID-STATUS IS EQUAL TO "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF.

       2000-PROCESS-RECEIVABLE.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-CHANGED-SWITCH.
           IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO RV-AID-APPLIED-AMOUNT
           END-IF.
           PERFORM 2200-COUNT-CURRENT-HOURS.
           IF WS-CURRENT-HOURS IS LESS THAN RV-CREDIT-HOURS
               PERFORM 2300-PRICE-DROPPED-HOURS
           ELSE
               IF RV-REBILL-REQUESTED AND WS-ENROLL-IS-OPEN
                   AND WS-COURSE-IS-OPEN
                   MOVE SPACE TO RV-REBILL-FLAG
                   SET WS-RECEIVABLE-CHANGED TO TRUE
               END-IF
           END-IF.
           IF RV-PAID-AMOUNT + RV-AID-APPLIED-AMOUNT
                   IS GREATER THAN RV-BILLED-AMOUNT
               PERFORM 2400-ISSUE-REFUND
           END-IF.
           IF WS-RECEIVABLE-CHANGED
               REWRITE RECEIVABLE-RECORD
           END-IF.
           PERFORM 2100-READ-RECEIVABLE.

       2100-READ-RECEIVABLE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-RECV TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * ENROLL is keyed student then course, so one START at the
      * student and a read forward until the ID changes sees all of
      * the student's live enrollments; only this receivable's term
      * counts, and a W grade is a withdrawal that no longer bills.
      * A course missing from CRSMSTR weighs zero, as in TUITBILL.
      * With no ENROLL on the system nothing is counted and nothing
      * is priced -- an empty file is not a term's worth of drops.
      * Nor with no CRSMSTR, where every course would weigh zero and
      * every receivable price as a full drop.
      *----------------------------------------------------------------
       2200-COUNT-CURRENT-HOURS.
           MOVE ZERO TO WS-CURRENT-HOURS.
           IF NOT WS-ENROLL-IS-OPEN OR NOT WS-COURSE-IS-OPEN
               MOVE RV-CREDIT-HOURS TO WS-CURRENT-HOURS
           ELSE
               MOVE "N" TO WS-ENROLL-EOF-SWITCH
               MOVE RV-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       SET WS-END-OF-ENROLL TO TRUE
               END-START
               PERFORM 2210-COUNT-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
           END-IF.

       2210-COUNT-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               IF EN-STUDENT-ID IS NOT EQUAL TO RV-STUDENT-ID
                   SET WS-END-OF-ENROLL TO TRUE
               ELSE
                   IF EN-TERM IS EQUAL TO RV-TERM
                       AND EN-GRADE IS NOT EQUAL TO "W "
                       MOVE EN-COURSE-CODE TO CM-COURSE-CODE
                       READ COURSE-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD CM-CREDIT-HOURS
                                   TO WS-CURRENT-HOURS
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Prices the hours dropped since billing against the schedule.
      * A zero-percent drop still brings the billed hours down and
      * still leaves its audit line, so the record shows the drop was
      * looked at and priced at nothing rather than missed.
      *----------------------------------------------------------------
       2300-PRICE-DROPPED-HOURS.
           PERFORM 2310-FIND-TERM.
           MOVE RV-CREDIT-HOURS TO WS-HOURS-BEFORE.
           MOVE RV-BILLED-AMOUNT TO WS-BILLED-BEFORE.
           MOVE RV-PAID-AMOUNT TO WS-PAID-BEFORE.
           MOVE RV-AID-APPLIED-AMOUNT TO WS-AID-BEFORE.
           IF NOT WS-TERM-FOUND
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE ZERO TO WS-REFUND-PERCENT
               MOVE ZERO TO WS-CREDIT-AMOUNT
               MOVE WS-CURRENT-HOURS TO WS-RG-HOURS-AFTER
               MOVE "TERM NOT ON FILE" TO WS-RG-DISPOSITION
               PERFORM 2500-WRITE-REGISTER-DETAIL
           ELSE
               PERFORM 2320-SET-REFUND-PERCENT
               IF RV-REBILL-REQUESTED
                   MOVE 100 TO WS-REFUND-PERCENT
               END-IF
               COMPUTE WS-DROPPED-HOURS =
                   RV-CREDIT-HOURS - WS-CURRENT-HOURS
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-DROPPED-HOURS * WS-PER-CREDIT-RATE
                   * WS-REFUND-PERCENT / 100
               IF WS-CURRENT-HOURS IS EQUAL TO ZERO
                   COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                       WS-CREDIT-AMOUNT
                       + (WS-FLAT-FEE * WS-REFUND-PERCENT / 100)
               END-IF
               IF WS-CREDIT-AMOUNT IS GREATER THAN RV-BILLED-AMOUNT
                   MOVE RV-BILLED-AMOUNT TO WS-CREDIT-AMOUNT
               END-IF
               SUBTRACT WS-CREDIT-AMOUNT FROM RV-BILLED-AMOUNT
               MOVE WS-CURRENT-HOURS TO RV-CREDIT-HOURS
               SET WS-RECEIVABLE-CHANGED TO TRUE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED
               SET RA-TUITION-CREDIT TO TRUE
               MOVE WS-CREDIT-AMOUNT TO RA-AMOUNT
               PERFORM 2800-WRITE-AUDIT-LINE
               MOVE WS-CURRENT-HOURS TO WS-RG-HOURS-AFTER
               IF RV-REBILL-REQUESTED
                   MOVE "CANCELLED SECTION" TO WS-RG-DISPOSITION
                   MOVE SPACE TO RV-REBILL-FLAG
               ELSE
                   MOVE "DROP CREDIT" TO WS-RG-DISPOSITION
               END-IF
               PERFORM 2500-WRITE-REGISTER-DETAIL
           END-IF.

       2310-FIND-TERM.
           MOVE "N" TO WS-TERM-FOUND-SWITCH.
           IF WS-TERM-IS-OPEN
               MOVE RV-TERM TO TM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TM-ADD-DROP-END IS NUMERIC
                           AND TM-ADD-DROP-END IS GREATER THAN ZERO
                           SET WS-TERM-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Days past the add/drop end run through INTEGER-OF-DATE so the
      * count is right across month and year ends, as LOGARCH does
      * for its retention cutoff.  A drop inside the window counts as
      * zero days past it.
      *----------------------------------------------------------------
       2320-SET-REFUND-PERCENT.
           COMPUTE WS-DAYS-PAST-END =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(TM-ADD-DROP-END).
           IF WS-DAYS-PAST-END IS LESS THAN ZERO
               MOVE ZERO TO WS-DAYS-PAST-END
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-END IS NOT GREATER THAN
                       WS-FULL-REFUND-DAYS
                   MOVE 100 TO WS-REFUND-PERCENT
               WHEN WS-DAYS-PAST-END IS NOT GREATER THAN
                       WS-HALF-REFUND-DAYS
                   MOVE 50 TO WS-REFUND-PERCENT
               WHEN OTHER
                   MOVE ZERO TO WS-REFUND-PERCENT
           END-EVALUATE.

      *----------------------------------------------------------------
      * The credit balance goes back out whole: the disbursement
      * record carries the name and mailing address accounts payable
      * needs.  The excess comes off the cash the student paid first
      * and only then off the applied aid, so paid plus aid comes
      * down to match the bill.
      *----------------------------------------------------------------
       2400-ISSUE-REFUND.
           MOVE RV-CREDIT-HOURS TO WS-HOURS-BEFORE.
           MOVE RV-BILLED-AMOUNT TO WS-BILLED-BEFORE.
           MOVE RV-PAID-AMOUNT TO WS-PAID-BEFORE.
           MOVE RV-AID-APPLIED-AMOUNT TO WS-AID-BEFORE.
           COMPUTE WS-REFUND-AMOUNT =
               RV-PAID-AMOUNT + RV-AID-APPLIED-AMOUNT
               - RV-BILLED-AMOUNT.
           PERFORM 2410-BUILD-DISBURSEMENT.
           WRITE REFUND-DISBURSEMENT-RECORD.
           IF WS-REFUND-AMOUNT IS NOT GREATER THAN RV-PAID-AMOUNT
               SUBTRACT WS-REFUND-AMOUNT FROM RV-PAID-AMOUNT
           ELSE
               COMPUTE RV-AID-APPLIED-AMOUNT =
                   RV-AID-APPLIED-AMOUNT
                   - (WS-REFUND-AMOUNT - RV-PAID-AMOUNT)
               MOVE ZERO TO RV-PAID-AMOUNT
           END-IF.
           SET WS-RECEIVABLE-CHANGED TO TRUE.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED.
           MOVE ZERO TO WS-REFUND-PERCENT.
           MOVE ZERO TO WS-DAYS-PAST-END.
           SET RA-REFUND-ISSUED TO TRUE.
           MOVE WS-REFUND-AMOUNT TO RA-AMOUNT.
           PERFORM 2800-WRITE-AUDIT-LINE.
           MOVE WS-REFUND-AMOUNT TO WS-CREDIT-AMOUNT.
           MOVE RV-CREDIT-HOURS TO WS-RG-HOURS-AFTER.
           MOVE "REFUND ISSUED" TO WS-RG-DISPOSITION.
           PERFORM 2500-WRITE-REGISTER-DETAIL.

       2410-BUILD-DISBURSEMENT.
           MOVE SPACES TO REFUND-DISBURSEMENT-RECORD.
           MOVE RV-STUDENT-ID TO DB-STUDENT-ID.
           MOVE RV-TERM TO DB-TERM.
           MOVE WS-REFUND-AMOUNT TO DB-REFUND-AMOUNT.
           MOVE WS-RUN-DATE TO DB-ISSUE-DATE.
           IF WS-MASTER-IS-OPEN
               MOVE RV-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO DB-PAYEE-NAME
               END-READ
           END-IF.
           IF WS-ADDRESS-IS-OPEN
               MOVE RV-STUDENT-ID TO AD-STUDENT-ID
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD-MAIL-LINE-1 TO DB-MAIL-LINE-1
                       MOVE AD-MAIL-LINE-2 TO DB-MAIL-LINE-2
                       MOVE AD-MAIL-CITY TO DB-MAIL-CITY
                       MOVE AD-MAIL-STATE TO DB-MAIL-STATE
                       MOVE AD-MAIL-ZIP TO DB-MAIL-ZIP
                       MOVE AD-RETURNED-MAIL-FLAG
                           TO DB-RETURNED-MAIL-FLAG
               END-READ
           END-IF.

       2500-WRITE-REGISTER-DETAIL.
           MOVE RV-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE RV-TERM TO WS-RG-TERM.
           MOVE WS-HOURS-BEFORE TO WS-RG-HOURS-BEFORE.
           MOVE WS-REFUND-PERCENT TO WS-RG-PERCENT.
           MOVE WS-CREDIT-AMOUNT TO WS-RG-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

      *----------------------------------------------------------------
      * One audit line per adjustment.  The caller sets the action
      * and amount and has already applied the change to the record
      * area, so the after-images come straight off the receivable.
      *----------------------------------------------------------------
       2800-WRITE-AUDIT-LINE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-DATE TO RA-DATE.
           MOVE WS-TM-HHMMSS TO RA-TIME.
           MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
           MOVE RV-STUDENT-ID TO RA-STUDENT-ID.
           MOVE RV-TERM TO RA-TERM.
           MOVE WS-HOURS-BEFORE TO RA-HOURS-BEFORE.
           MOVE RV-CREDIT-HOURS TO RA-HOURS-AFTER.
           MOVE WS-DAYS-PAST-END TO RA-DAYS-PAST-END.
           MOVE WS-REFUND-PERCENT TO RA-REFUND-PERCENT.
           MOVE WS-BILLED-BEFORE TO RA-BILLED-BEFORE.
           MOVE RV-BILLED-AMOUNT TO RA-BILLED-AFTER.
           MOVE WS-PAID-BEFORE TO RA-PAID-BEFORE.
           MOVE RV-PAID-AMOUNT TO RA-PAID-AFTER.
           MOVE WS-AID-BEFORE TO RA-AID-BEFORE.
           MOVE RV-AID-APPLIED-AMOUNT TO RA-AID-AFTER.
           OPEN EXTEND REFUND-AUDIT-FILE.
           IF WS-REFAUD-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT REFUND-AUDIT-FILE
           END-IF.
           WRITE REFUND-AUDIT-LINE FROM REFUND-AUDIT-RECORD.
           CLOSE REFUND-AUDIT-FILE.
           IF RA-TUITION-CREDIT
               SET GL-TUITION-CREDIT TO TRUE
           ELSE
               SET GL-REFUND-ISSUED TO TRUE
           END-IF.
           MOVE RV-STUDENT-ID TO GL-STUDENT-ID.
           MOVE RV-TERM TO GL-TERM.
           MOVE RA-AMOUNT TO GL-AMOUNT.
           PERFORM 2900-WRITE-GL-ACTIVITY.

      *----------------------------------------------------------------
      * One GLACTV line per amount posted, for GLEXTRCT's nightly
      * ledger summary; the caller sets the activity code, student,
      * term, and amount.  A zero amount moves nothing on the ledger
      * and is not written.
      *----------------------------------------------------------------
       2900-WRITE-GL-ACTIVITY.
           IF GL-AMOUNT IS GREATER THAN ZERO
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-TM-HHMMSS TO GL-TIME
               MOVE "REFUNDS" TO GL-PROGRAM-ID
               OPEN EXTEND GL-ACTIVITY-FILE
               IF WS-GLACTV-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT GL-ACTIVITY-FILE
               END-IF
               WRITE GL-ACTIVITY-LINE FROM GL-ACTIVITY-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

       3000-FINISH.
           WRITE REFUND-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "RECEIVABLES READ -     " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "DROP CREDITS -         " TO WS-TL-LABEL.
           MOVE WS-CREDIT-COUNT TO WS-TL-COUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "REFUNDS ISSUED -       " TO WS-TL-LABEL.
           MOVE WS-REFUND-COUNT TO WS-TL-COUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "DROPS NOT PRICED -     " TO WS-TL-LABEL.
           MOVE WS-UNPRICED-COUNT TO WS-TL-COUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TOTAL CREDITED -       " TO WS-TO-LABEL.
           MOVE WS-TOTAL-CREDITED TO WS-TO-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL REFUNDED -       " TO WS-TO-LABEL.
           MOVE WS-TOTAL-REFUNDED TO WS-TO-AMOUNT.
           WRITE REFUND-REGISTER-LINE FROM WS-TOTAL-LINE.
           IF WS-UNPRICED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-TERM-IS-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ADDRESS-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE REFUND-DISBURSEMENT-FILE.
           CLOSE REFUND-REGISTER-FILE.

       END PROGRAM REFUNDS.
