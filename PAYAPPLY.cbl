      *  behind it is a registrar question, not a file update.
      *
      *  After the posting pass the whole receivables file is read
      *  back and every record with a balance still owing -- billed
      *  less paid less any financial aid AIDDISB has applied --
      *  prints in the outstanding-balances section, so the business
      *  office works one report.  Shop convention RC 4 when anything
      *  rejected.
      *
      *  When the student/term is on an installment plan (PAYPLAN,
      *  set up by PLANSET) the payment is also spread across the
      *  plan's open installments oldest first -- each installment's
      *  amount due plus any late fee PLANLATE has charged it, less
      *  what it has already been paid -- and an installment paid in
      *  full is marked paid off.  Money left over once every
      *  installment is covered stays on the receivable only.  No
      *  PAYPLAN file simply means nobody is on a plan.
      *
      *  Each payment posted also goes on the GLACTV ledger activity
      *  journal for GLEXTRCT.
      *
      *  The student ID on each payment carries its check digit
      *  (PT-CHECK-DIGIT), verified through CHKDIGIT before the
      *  receivable is read; a wrong digit is rejected BAD CHECK
      *  DIGIT and counted on its own trailer line, so a keying slip
      *  can't credit the money to another student's account.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYPLAN-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
           05  PT-STUDENT-ID           PIC 9(7).
           05  PT-TERM                 PIC X(06).
           05  PT-AMOUNT               PIC 9(07)V99.
           05  PT-CHECK-DIGIT          PIC X(01).
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  PAYMENT-REGISTER-FILE.
       01  PAYMENT-REGISTER-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
               88 WS-PAYTRAN-OK        VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-PAYPLAN-STATUS        PIC X(02) VALUE "00".
               88 WS-PP-OK             VALUE "00".
           01 WS-PAYREG-STATUS         PIC X(02) VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-TRANS-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
               88 WS-END-OF-RECV       VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-IS-OPEN      VALUE "Y".
           01 WS-PLAN-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-PLAN       VALUE "Y".
           01 WS-PLAN-APPLIED-SWITCH   PIC X(01) VALUE "N".
               88 WS-PLAN-APPLIED      VALUE "Y".
           01 WS-PLAN-REMAINING        PIC 9(07)V99 VALUE ZERO.
           01 WS-INSTALLMENT-OWED      PIC S9(08)V99 VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECK-DIGIT-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-PLAN-PAYMENT-COUNT    PIC 9(05) COMP VALUE ZERO.
           01 WS-OUTSTANDING-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-BALANCE-AMOUNT        PIC S9(08)V99 VALUE ZERO.
           01 WS-TOTAL-OUTSTANDING     PIC 9(09)V99 VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GLACTV.
           COPY CHKDPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "PAYAPPLY - PAYMENT POSTING".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 WS-RG-CHECK-DIGIT     PIC X(01).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-AMOUNT          PIC ZZZZZZ9.99.
               05 FILLER                PIC X(06) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(13) VALUE "BILLED".
               05 FILLER                PIC X(12) VALUE "PAID".
               05 FILLER                PIC X(12) VALUE "AID".
               05 FILLER                PIC X(07) VALUE "BALANCE".
           01 WS-BALANCE-DETAIL-LINE.
               05 WS-BD-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-BD-PAID            PIC ZZZZZZ9.99.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-BD-AID             PIC ZZZZZZ9.99.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-BD-BALANCE         PIC ZZZZZZ9.99.
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PAYMENT-REGISTER-FILE.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE PAYMENT-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF WS-PP-OK
               SET WS-PLAN-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-TRANS-FILE.
           IF WS-PAYTRAN-OK AND WS-RECV-IS-OPEN
               PERFORM 2100-READ-TRANSACTION
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-PLAN-IS-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           CLOSE PAYMENT-REGISTER-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       2000-APPLY-PAYMENTS.
           ADD 1 TO WS-READ-COUNT.
           SET CD-FN-VERIFY TO TRUE.
           MOVE PT-STUDENT-ID TO CD-STUDENT-ID.
           MOVE PT-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.
           IF CD-VALID
               PERFORM 2050-POST-PAYMENT
           ELSE
               MOVE "BAD CHECK DIGIT" TO WS-RG-DISPOSITION
               ADD 1 TO WS-CHECK-DIGIT-COUNT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE PT-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE PT-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE PT-TERM TO WS-RG-TERM.
           MOVE PT-AMOUNT TO WS-RG-AMOUNT.
           WRITE PAYMENT-REGISTER-LINE
               FROM WS-REGISTER-DETAIL-LINE.
           PERFORM 2100-READ-TRANSACTION.

       2050-POST-PAYMENT.
           MOVE PT-STUDENT-ID TO RV-STUDENT-ID.
           MOVE PT-TERM TO RV-TERM.
           READ RECEIVABLE-FILE
                   REWRITE RECEIVABLE-RECORD
                   MOVE "APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   SET GL-PAYMENT TO TRUE
                   MOVE RV-STUDENT-ID TO GL-STUDENT-ID
                   MOVE RV-TERM TO GL-TERM
                   MOVE PT-AMOUNT TO GL-AMOUNT
                   PERFORM 2800-WRITE-GL-ACTIVITY
                   PERFORM 2200-APPLY-TO-PLAN
           END-READ.

       2100-READ-TRANSACTION.
           READ PAYMENT-TRANS-FILE
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Installment numbers run in due-date order, so walking the
      * student/term's installments in key order pays the oldest
      * first.
      *----------------------------------------------------------------
       2200-APPLY-TO-PLAN.
           MOVE "N" TO WS-PLAN-APPLIED-SWITCH.
           IF WS-PLAN-IS-OPEN
               MOVE PT-AMOUNT TO WS-PLAN-REMAINING
               MOVE "N" TO WS-PLAN-EOF-SWITCH
               MOVE PT-STUDENT-ID TO PP-STUDENT-ID
               MOVE PT-TERM TO PP-TERM
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-KEY
                   INVALID KEY
                       SET WS-END-OF-PLAN TO TRUE
               END-START
               PERFORM 2210-APPLY-TO-INSTALLMENT
                   UNTIL WS-END-OF-PLAN
                   OR WS-PLAN-REMAINING IS EQUAL TO ZERO
           END-IF.
           IF WS-PLAN-APPLIED
               MOVE "APPLIED TO PLAN" TO WS-RG-DISPOSITION
               ADD 1 TO WS-PLAN-PAYMENT-COUNT
           END-IF.

       2210-APPLY-TO-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PLAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-PLAN
               IF PP-STUDENT-ID IS NOT EQUAL TO PT-STUDENT-ID
                   OR PP-TERM IS NOT EQUAL TO PT-TERM
                   SET WS-END-OF-PLAN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-END-OF-PLAN AND PP-OPEN
               COMPUTE WS-INSTALLMENT-OWED =
                   PP-AMOUNT-DUE + PP-LATE-FEE - PP-AMOUNT-PAID
               IF WS-INSTALLMENT-OWED IS GREATER THAN
                       WS-PLAN-REMAINING
                   ADD WS-PLAN-REMAINING TO PP-AMOUNT-PAID
                   MOVE ZERO TO WS-PLAN-REMAINING
               ELSE
                   IF WS-INSTALLMENT-OWED IS GREATER THAN ZERO
                       ADD WS-INSTALLMENT-OWED TO PP-AMOUNT-PAID
                       SUBTRACT WS-INSTALLMENT-OWED
                           FROM WS-PLAN-REMAINING
                   END-IF
                   SET PP-PAID-OFF TO TRUE
               END-IF
               REWRITE PAYMENT-PLAN-RECORD
               SET WS-PLAN-APPLIED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * One GLACTV line per amount posted, for GLEXTRCT's nightly
      * ledger summary; the caller sets the activity code, student,
      * term, and amount.  A zero amount moves nothing on the ledger
      * and is not written.
      *----------------------------------------------------------------
       2800-WRITE-GL-ACTIVITY.
           IF GL-AMOUNT IS GREATER THAN ZERO
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-TM-HHMMSS TO GL-TIME
               MOVE "PAYAPPLY" TO GL-PROGRAM-ID
               OPEN EXTEND GL-ACTIVITY-FILE
               IF WS-GLACTV-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT GL-ACTIVITY-FILE
               END-IF
               WRITE GL-ACTIVITY-LINE FROM GL-ACTIVITY-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

      *----------------------------------------------------------------
      * Read-back pass in key order: every receivable whose billed
      * amount still exceeds its payments and applied aid prints one
      * balance line.
      * An overpaid record is left off this section -- REFUNDS pays
      * credit balances back out and writes its own register.
      *----------------------------------------------------------------
       3000-REPORT-BALANCES.
           IF WS-RECV-IS-OPEN
                   SET WS-END-OF-RECV TO TRUE
           END-READ.
           IF NOT WS-END-OF-RECV
               IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
                   MOVE ZERO TO RV-AID-APPLIED-AMOUNT
               END-IF
               COMPUTE WS-BALANCE-AMOUNT =
                   RV-BILLED-AMOUNT - RV-PAID-AMOUNT
                   - RV-AID-APPLIED-AMOUNT
               IF WS-BALANCE-AMOUNT IS GREATER THAN ZERO
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD WS-BALANCE-AMOUNT TO WS-TOTAL-OUTSTANDING
                   MOVE RV-TERM TO WS-BD-TERM
                   MOVE RV-BILLED-AMOUNT TO WS-BD-BILLED
                   MOVE RV-PAID-AMOUNT TO WS-BD-PAID
                   MOVE RV-AID-APPLIED-AMOUNT TO WS-BD-AID
                   MOVE WS-BALANCE-AMOUNT TO WS-BD-BALANCE
                   WRITE PAYMENT-REGISTER-LINE
                       FROM WS-BALANCE-DETAIL-LINE
           MOVE "PAYMENTS REJECTED -    " TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE PAYMENT-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "BAD CHECK DIGITS -     " TO WS-TL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-TL-COUNT.
           WRITE PAYMENT-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PAID TO PLANS -        " TO WS-TL-LABEL.
           MOVE WS-PLAN-PAYMENT-COUNT TO WS-TL-COUNT.
           WRITE PAYMENT-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "BALANCES OUTSTANDING - " TO WS-TL-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO WS-TL-COUNT.
           WRITE PAYMENT-REGISTER-LINE FROM WS-TRAILER-LINE.
