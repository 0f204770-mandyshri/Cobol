       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANSET.
      *****************************************************************
      *  Installment payment plan setup.  Reads PLANTRAN requests from
      *  the business office -- student ID, term, number of
      *  installments, first due date, and days between installments
      *  -- and splits the student/term receivable's balance owing
      *  (billed less paid less applied aid, as PAYAPPLY reports it)
      *  into that many dated installments on the PAYPLAN file.  The
      *  balance divides evenly to the cent and the last installment
      *  takes whatever the division left over, so the installments
      *  always add back to the balance.  A blank or zero interval
      *  means the shop's usual 30 days.  A due date that falls on a
      *  weekend, holiday or closure day moves on to the next
      *  business day (BUSDAYS); the interval keeps counting from the
      *  unmoved dates, so one moved installment doesn't push every
      *  later one along with it.
      *
      *  A request is rejected when the student/term has no
      *  receivable or nothing owing, when a plan already exists for
      *  it, when the installment count isn't 2 through 12, or when
      *  the first due date isn't a real date on or after today.
      *  The PAYPLAN file is created on first use.  Each request
      *  lands on the PLANSREG register, shop convention RC 4 when
      *  anything rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-TRANS-FILE ASSIGN TO "PLANTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANTRAN-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYPLAN-STATUS.
           SELECT PLAN-REGISTER-FILE ASSIGN TO "PLANSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANSREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-TRANS-FILE.
       01  PLAN-TRANS-RECORD.
           05  PS-STUDENT-ID           PIC 9(7).
           05  PS-TERM                 PIC X(06).
           05  PS-INSTALLMENTS         PIC 9(02).
           05  PS-FIRST-DUE-DATE       PIC 9(08).
           05  PS-INTERVAL-DAYS        PIC 9(03).
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.
       FD  PLAN-REGISTER-FILE.
       01  PLAN-REGISTER-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PLANTRAN-STATUS       PIC X(02) VALUE "00".
               88 WS-PLANTRAN-OK       VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-PAYPLAN-STATUS        PIC X(02) VALUE "00".
               88 WS-PP-OK             VALUE "00".
           01 WS-PLANSREG-STATUS       PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-IS-OPEN      VALUE "Y".
           01 WS-PLAN-EXISTS-SWITCH    PIC X(01) VALUE "N".
               88 WS-PLAN-EXISTS       VALUE "Y".
           01 WS-RECV-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-RECV-FOUND        VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-DUE-DATE              PIC 9(08) VALUE ZERO.
           01 WS-DUE-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-INTERVAL-DAYS         PIC 9(03) VALUE ZERO.
           01 WS-DATE-CHECK            PIC 9(08) VALUE ZERO.
           01 WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
               05 WS-DC-YEAR            PIC 9(04).
               05 WS-DC-MONTH           PIC 9(02).
               05 WS-DC-DAY             PIC 9(02).
           01 WS-BALANCE-AMOUNT        PIC S9(08)V99 VALUE ZERO.
           01 WS-INSTALLMENT-AMOUNT    PIC 9(07)V99 VALUE ZERO.
           01 WS-LAST-AMOUNT           PIC 9(07)V99 VALUE ZERO.
           01 WS-INSTALLMENT-INDEX     PIC 9(02) COMP VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-CREATED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "PLANSET - PAYMENT PLAN SETUP".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(05) VALUE "NBR".
               05 FILLER                PIC X(10) VALUE "FIRST DUE".
               05 FILLER                PIC X(13) VALUE "BALANCE".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC X(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-INSTALLMENTS    PIC X(02).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-FIRST-DUE       PIC X(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-BALANCE         PIC ZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           COPY BDPARM.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-END-OF-TRANS.
           PERFORM 3000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PLAN-REGISTER-FILE.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF WS-PAYPLAN-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PAYMENT-PLAN-FILE
               CLOSE PAYMENT-PLAN-FILE
               OPEN I-O PAYMENT-PLAN-FILE
           END-IF.
           IF WS-PP-OK
               SET WS-PLAN-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT PLAN-TRANS-FILE.
           IF WS-PLANTRAN-OK AND WS-PLAN-IS-OPEN
               PERFORM 2100-READ-TRANSACTION
           ELSE
               SET WS-END-OF-TRANS TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           MOVE ZERO TO WS-BALANCE-AMOUNT.
           PERFORM 2200-FIND-RECEIVABLE.
           PERFORM 2300-CHECK-EXISTING-PLAN.
           PERFORM 2400-CHECK-FIRST-DUE-DATE.
           EVALUATE TRUE
               WHEN PS-STUDENT-ID IS NOT NUMERIC
                   MOVE "INVALID STUDENT ID" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN NOT WS-RECV-FOUND
                   MOVE "NO RECEIVABLE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN WS-BALANCE-AMOUNT IS NOT GREATER THAN ZERO
                   MOVE "NOTHING OWING" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN WS-PLAN-EXISTS
                   MOVE "PLAN ALREADY ON FILE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN PS-INSTALLMENTS IS NOT NUMERIC
                   OR PS-INSTALLMENTS IS LESS THAN 2
                   OR PS-INSTALLMENTS IS GREATER THAN 12
                   MOVE "INSTALLMENTS NOT 2-12" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN WS-DUE-DATE IS EQUAL TO ZERO
                   MOVE "INVALID FIRST DUE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN OTHER
                   PERFORM 2500-BUILD-PLAN
                   MOVE "PLAN CREATED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-CREATED-COUNT
           END-EVALUATE.
           MOVE PS-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE PS-TERM TO WS-RG-TERM.
           MOVE PS-INSTALLMENTS TO WS-RG-INSTALLMENTS.
           MOVE PS-FIRST-DUE-DATE TO WS-RG-FIRST-DUE.
           IF WS-BALANCE-AMOUNT IS GREATER THAN ZERO
               MOVE WS-BALANCE-AMOUNT TO WS-RG-BALANCE
           ELSE
               MOVE ZERO TO WS-RG-BALANCE
           END-IF.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ PLAN-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2200-FIND-RECEIVABLE.
           MOVE "N" TO WS-RECV-FOUND-SWITCH.
           IF WS-RECV-IS-OPEN AND PS-STUDENT-ID IS NUMERIC
               MOVE PS-STUDENT-ID TO RV-STUDENT-ID
               MOVE PS-TERM TO RV-TERM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECV-FOUND TO TRUE
                       IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
                           MOVE ZERO TO RV-AID-APPLIED-AMOUNT
                       END-IF
                       COMPUTE WS-BALANCE-AMOUNT =
                           RV-BILLED-AMOUNT - RV-PAID-AMOUNT
                           - RV-AID-APPLIED-AMOUNT
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Any installment at all on file for the student/term means a
      * plan already exists; a second plan over the same receivable
      * would split the same money twice.
      *----------------------------------------------------------------
       2300-CHECK-EXISTING-PLAN.
           MOVE "N" TO WS-PLAN-EXISTS-SWITCH.
           IF PS-STUDENT-ID IS NUMERIC
               MOVE PS-STUDENT-ID TO PP-STUDENT-ID
               MOVE PS-TERM TO PP-TERM
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PAYMENT-PLAN-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PP-STUDENT-ID IS EQUAL TO
                                       PS-STUDENT-ID
                                   AND PP-TERM IS EQUAL TO PS-TERM
                                   SET WS-PLAN-EXISTS TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *----------------------------------------------------------------
      * WS-DUE-DATE comes back zero when the first due date is not a
      * real calendar date or is already behind us.  Month and day
      * are range-checked before INTEGER-OF-DATE sees the date, and
      * the round trip through DATE-OF-INTEGER catches a day past the
      * end of its month.
      *----------------------------------------------------------------
       2400-CHECK-FIRST-DUE-DATE.
           MOVE ZERO TO WS-DUE-DATE.
           IF PS-FIRST-DUE-DATE IS NUMERIC
               MOVE PS-FIRST-DUE-DATE TO WS-DATE-CHECK
               IF WS-DC-YEAR IS GREATER THAN 1600
                   AND WS-DC-MONTH IS GREATER THAN ZERO
                   AND WS-DC-MONTH IS LESS THAN 13
                   AND WS-DC-DAY IS GREATER THAN ZERO
                   AND WS-DC-DAY IS LESS THAN 32
                   AND PS-FIRST-DUE-DATE IS NOT LESS THAN WS-RUN-DATE
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
                   IF WS-DUE-DATE IS NOT EQUAL TO WS-DATE-CHECK
                       MOVE ZERO TO WS-DUE-DATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Even split to the cent, remainder on the last installment;
      * each due date is the interval on from the one before.
      *----------------------------------------------------------------
       2500-BUILD-PLAN.
           IF PS-INTERVAL-DAYS IS NUMERIC
               AND PS-INTERVAL-DAYS IS GREATER THAN ZERO
               MOVE PS-INTERVAL-DAYS TO WS-INTERVAL-DAYS
           ELSE
               MOVE 30 TO WS-INTERVAL-DAYS
           END-IF.
           COMPUTE WS-INSTALLMENT-AMOUNT =
               WS-BALANCE-AMOUNT / PS-INSTALLMENTS.
           COMPUTE WS-LAST-AMOUNT =
               WS-BALANCE-AMOUNT
               - (WS-INSTALLMENT-AMOUNT * (PS-INSTALLMENTS - 1)).
           PERFORM 2510-WRITE-INSTALLMENT
               VARYING WS-INSTALLMENT-INDEX FROM 1 BY 1
               UNTIL WS-INSTALLMENT-INDEX IS GREATER THAN
                   PS-INSTALLMENTS.

       2510-WRITE-INSTALLMENT.
           MOVE SPACES TO PAYMENT-PLAN-RECORD.
           MOVE PS-STUDENT-ID TO PP-STUDENT-ID.
           MOVE PS-TERM TO PP-TERM.
           MOVE WS-INSTALLMENT-INDEX TO PP-INSTALLMENT-NO.
           COMPUTE BD-START-DATE = FUNCTION DATE-OF-INTEGER(
               WS-DUE-INTEGER
               + ((WS-INSTALLMENT-INDEX - 1) * WS-INTERVAL-DAYS)).
           SET BD-FN-NEXT-DAY TO TRUE.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           MOVE BD-RESULT-DATE TO PP-DUE-DATE.
           IF WS-INSTALLMENT-INDEX IS EQUAL TO PS-INSTALLMENTS
               MOVE WS-LAST-AMOUNT TO PP-AMOUNT-DUE
           ELSE
               MOVE WS-INSTALLMENT-AMOUNT TO PP-AMOUNT-DUE
           END-IF.
           MOVE ZERO TO PP-AMOUNT-PAID.
           MOVE ZERO TO PP-LATE-FEE.
           MOVE ZERO TO PP-LATE-FEE-DATE.
           SET PP-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO PP-DATE-CREATED.
           WRITE PAYMENT-PLAN-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       2600-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.

       3000-FINISH.
           MOVE "TRANSACTIONS READ -    " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PLANS CREATED -        " TO WS-TL-LABEL.
           MOVE WS-CREATED-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-PLANTRAN-OK OR WS-PLANTRAN-STATUS IS EQUAL TO "10"
               CLOSE PLAN-TRANS-FILE
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-PLAN-IS-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           CLOSE PLAN-REGISTER-FILE.

       END PROGRAM PLANSET.
