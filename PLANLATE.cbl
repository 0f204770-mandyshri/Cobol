       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANLATE.
      *****************************************************************
      *  Nightly installment plan sweep.  Reads every installment on
      *  PAYPLAN and charges a late fee against any open installment
      *  still owing money once its due date plus the grace period is
      *  behind us.  The fee goes on the installment (so PAYAPPLY
      *  collects it with the installment) and onto the billed side
      *  of the student/term receivable (so the balance owing
      *  PAYAPPLY and FINHOLD work from carries it).  Each
      *  installment draws the fee once; an installment already
      *  charged is not charged again however late it runs.
      *
      *  LATEFEE is a two-record control file in RATETBL's shape --
      *  the fee as nine digits meaning nnnnnnn.nn, then the grace
      *  days as nine digits.  Missing or short, the defaults in
      *  WORKING-STORAGE stand: 25.00 and no grace.  Grace is counted
      *  in business days through BUSDAYS, so a student whose grace
      *  runs across a holiday or the winter closure isn't charged
      *  for days the bursar's window was shut.
      *
      *  The PLANREG register lists each fee charged, then a plan
      *  status section with one line per student/term plan: PAID
      *  OFF when every installment is paid, LATE when any open
      *  installment is past due and grace, otherwise CURRENT.  An
      *  installment whose receivable has gone missing is not
      *  charged and is flagged on the register, RC 4.  No PAYPLAN
      *  on the system is an empty register, not a failure.  Each
      *  fee charged also goes on the GLACTV ledger activity journal
      *  for GLEXTRCT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYPLAN-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATEFEE-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT PLAN-REGISTER-FILE ASSIGN TO "PLANREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  LATE-FEE-FILE.
       01  LATE-FEE-RECORD             PIC 9(09).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  PLAN-REGISTER-FILE.
       01  PLAN-REGISTER-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PAYPLAN-STATUS        PIC X(02) VALUE "00".
               88 WS-PP-OK             VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-LATEFEE-STATUS        PIC X(02) VALUE "00".
           01 WS-PLANREG-STATUS        PIC X(02) VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-PLAN       VALUE "Y".
           01 WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-IS-OPEN      VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-RECV-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-RECV-FOUND        VALUE "Y".
           01 WS-PLAN-LATE-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-LATE         VALUE "Y".
           01 WS-PLAN-OWING-SWITCH     PIC X(01) VALUE "N".
               88 WS-PLAN-OWING        VALUE "Y".
           01 WS-FEE-COUNT-READ        PIC 9(02) COMP VALUE ZERO.
           01 WS-LATE-FEE              PIC 9(05)V99 VALUE 25.00.
           01 WS-GRACE-DAYS            PIC 9(03) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
           01 WS-INSTALLMENT-OWED      PIC S9(08)V99 VALUE ZERO.
           01 WS-PLAN-STUDENT-ID       PIC 9(7) VALUE ZERO.
           01 WS-PLAN-TERM             PIC X(06) VALUE SPACES.
           01 WS-PLAN-INSTALLMENTS     PIC 9(02) VALUE ZERO.
           01 WS-PLAN-NEXT-DUE         PIC 9(08) VALUE ZERO.
           01 WS-PLAN-REMAINING        PIC S9(08)V99 VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-FEES-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-UNCHARGED-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-PLAN-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-CURRENT-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-LATE-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-PAID-OFF-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-FEES            PIC 9(09)V99 VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GLACTV.
           COPY BDPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "PLANLATE - INSTALLMENT PLAN".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(05) VALUE "INST".
               05 FILLER                PIC X(10) VALUE "DUE".
               05 FILLER                PIC X(13) VALUE "LATE FEE".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-INSTALLMENT     PIC 9(02).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-DUE-DATE        PIC 9(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-FEE             PIC ZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-STATUS-HEADING-1.
               05 FILLER                PIC X(30) VALUE
                   "PLAN STATUS".
           01 WS-STATUS-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(05) VALUE "INST".
               05 FILLER                PIC X(10) VALUE "NEXT DUE".
               05 FILLER                PIC X(13) VALUE "REMAINING".
               05 FILLER                PIC X(12) VALUE "STATUS".
           01 WS-STATUS-DETAIL-LINE.
               05 WS-SD-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SD-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SD-INSTALLMENTS    PIC 9(02).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-SD-NEXT-DUE        PIC 9(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SD-REMAINING       PIC ZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-SD-STATUS          PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-TOTAL-LINE.
               05 FILLER                PIC X(23) VALUE
                   "TOTAL LATE FEES -      ".
               05 WS-TO-AMOUNT          PIC ZZZZZZZZ9.99.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ASSESS-LATE-FEES
               UNTIL WS-END-OF-PLAN.
           PERFORM 3000-REPORT-PLAN-STATUS.
           PERFORM 4000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-LATE-FEE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET BD-FN-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO BD-START-DATE.
           COMPUTE BD-DAY-COUNT = 0 - WS-GRACE-DAYS.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           MOVE BD-RESULT-DATE TO WS-CUTOFF-DATE.
           OPEN OUTPUT PLAN-REGISTER-FILE.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF WS-PP-OK
               SET WS-PLAN-IS-OPEN TO TRUE
               PERFORM 1500-START-PLANS
           ELSE
               SET WS-END-OF-PLAN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LATEFEE carries the fee, nine digits meaning nnnnnnn.nn, and
      * then the grace days.  Missing or short, the defaults already
      * in WORKING-STORAGE stand.
      *----------------------------------------------------------------
       1100-LOAD-LATE-FEE.
           OPEN INPUT LATE-FEE-FILE.
           IF WS-LATEFEE-STATUS IS EQUAL TO "00"
               PERFORM 1110-READ-LATE-FEE
                   UNTIL WS-LATEFEE-STATUS IS NOT EQUAL TO "00"
                   OR WS-FEE-COUNT-READ IS EQUAL TO 2
               CLOSE LATE-FEE-FILE
           END-IF.

       1110-READ-LATE-FEE.
           READ LATE-FEE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-FEE-COUNT-READ
                   IF WS-FEE-COUNT-READ IS EQUAL TO 1
                       COMPUTE WS-LATE-FEE =
                           LATE-FEE-RECORD / 100
                   ELSE
                       MOVE LATE-FEE-RECORD TO WS-GRACE-DAYS
                   END-IF
           END-READ.

       1500-START-PLANS.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO PP-KEY.
           START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-KEY
               INVALID KEY
                   SET WS-END-OF-PLAN TO TRUE
           END-START.
           IF NOT WS-END-OF-PLAN
               PERFORM 2100-READ-INSTALLMENT
           END-IF.

      *----------------------------------------------------------------
      * Due before the cutoff (today less the grace days) and still
      * owing means late.  The fee date doubles as the
      * charged-once marker.
      *----------------------------------------------------------------
       2000-ASSESS-LATE-FEES.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-INSTALLMENT-OWED =
               PP-AMOUNT-DUE + PP-LATE-FEE - PP-AMOUNT-PAID.
           IF PP-OPEN
               AND WS-INSTALLMENT-OWED IS GREATER THAN ZERO
               AND PP-DUE-DATE IS LESS THAN WS-CUTOFF-DATE
               AND PP-LATE-FEE-DATE IS EQUAL TO ZERO
               PERFORM 2200-CHARGE-LATE-FEE
               PERFORM 2500-WRITE-REGISTER-DETAIL
           END-IF.
           PERFORM 2100-READ-INSTALLMENT.

       2100-READ-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PLAN TO TRUE
           END-READ.

       2200-CHARGE-LATE-FEE.
           MOVE "N" TO WS-RECV-FOUND-SWITCH.
           IF WS-RECV-IS-OPEN
               MOVE PP-STUDENT-ID TO RV-STUDENT-ID
               MOVE PP-TERM TO RV-TERM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECV-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-RECV-FOUND
               ADD WS-LATE-FEE TO RV-BILLED-AMOUNT
               REWRITE RECEIVABLE-RECORD
               ADD WS-LATE-FEE TO PP-LATE-FEE
               MOVE WS-RUN-DATE TO PP-LATE-FEE-DATE
               REWRITE PAYMENT-PLAN-RECORD
               ADD WS-LATE-FEE TO WS-TOTAL-FEES
               ADD 1 TO WS-FEES-COUNT
               MOVE "LATE FEE CHARGED" TO WS-RG-DISPOSITION
               SET GL-LATE-FEE TO TRUE
               MOVE PP-STUDENT-ID TO GL-STUDENT-ID
               MOVE PP-TERM TO GL-TERM
               MOVE WS-LATE-FEE TO GL-AMOUNT
               PERFORM 2900-WRITE-GL-ACTIVITY
           ELSE
               ADD 1 TO WS-UNCHARGED-COUNT
               MOVE "NO RECEIVABLE" TO WS-RG-DISPOSITION
           END-IF.

       2500-WRITE-REGISTER-DETAIL.
           MOVE PP-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE PP-TERM TO WS-RG-TERM.
           MOVE PP-INSTALLMENT-NO TO WS-RG-INSTALLMENT.
           MOVE PP-DUE-DATE TO WS-RG-DUE-DATE.
           IF WS-RG-DISPOSITION IS EQUAL TO "LATE FEE CHARGED"
               MOVE WS-LATE-FEE TO WS-RG-FEE
           ELSE
               MOVE ZERO TO WS-RG-FEE
           END-IF.
           WRITE PLAN-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

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
               MOVE "PLANLATE" TO GL-PROGRAM-ID
               OPEN EXTEND GL-ACTIVITY-FILE
               IF WS-GLACTV-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT GL-ACTIVITY-FILE
               END-IF
               WRITE GL-ACTIVITY-LINE FROM GL-ACTIVITY-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

      *----------------------------------------------------------------
      * Second pass over PAYPLAN, after the fees are on, summing each
      * student/term plan's installments into one status line.
      *----------------------------------------------------------------
       3000-REPORT-PLAN-STATUS.
           WRITE PLAN-REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE PLAN-REGISTER-LINE FROM WS-STATUS-HEADING-1.
           WRITE PLAN-REGISTER-LINE FROM WS-STATUS-HEADING-2.
           IF WS-PLAN-IS-OPEN
               PERFORM 1500-START-PLANS
               IF NOT WS-END-OF-PLAN
                   PERFORM 3100-BEGIN-PLAN
               END-IF
               PERFORM 3200-STATUS-ONE
                   UNTIL WS-END-OF-PLAN
               IF WS-PLAN-INSTALLMENTS IS GREATER THAN ZERO
                   PERFORM 3300-WRITE-PLAN-STATUS
               END-IF
           END-IF.

       3100-BEGIN-PLAN.
           MOVE PP-STUDENT-ID TO WS-PLAN-STUDENT-ID.
           MOVE PP-TERM TO WS-PLAN-TERM.
           MOVE ZERO TO WS-PLAN-INSTALLMENTS.
           MOVE ZERO TO WS-PLAN-NEXT-DUE.
           MOVE ZERO TO WS-PLAN-REMAINING.
           MOVE "N" TO WS-PLAN-LATE-SWITCH.
           MOVE "N" TO WS-PLAN-OWING-SWITCH.

       3200-STATUS-ONE.
           IF PP-STUDENT-ID IS NOT EQUAL TO WS-PLAN-STUDENT-ID
               OR PP-TERM IS NOT EQUAL TO WS-PLAN-TERM
               PERFORM 3300-WRITE-PLAN-STATUS
               PERFORM 3100-BEGIN-PLAN
           END-IF.
           ADD 1 TO WS-PLAN-INSTALLMENTS.
           IF PP-OPEN
               COMPUTE WS-INSTALLMENT-OWED =
                   PP-AMOUNT-DUE + PP-LATE-FEE - PP-AMOUNT-PAID
               IF WS-INSTALLMENT-OWED IS GREATER THAN ZERO
                   SET WS-PLAN-OWING TO TRUE
                   ADD WS-INSTALLMENT-OWED TO WS-PLAN-REMAINING
                   IF WS-PLAN-NEXT-DUE IS EQUAL TO ZERO
                       MOVE PP-DUE-DATE TO WS-PLAN-NEXT-DUE
                   END-IF
                   IF PP-DUE-DATE IS LESS THAN WS-CUTOFF-DATE
                       SET WS-PLAN-LATE TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-INSTALLMENT.

       3300-WRITE-PLAN-STATUS.
           ADD 1 TO WS-PLAN-COUNT.
           EVALUATE TRUE
               WHEN NOT WS-PLAN-OWING
                   MOVE "PAID OFF" TO WS-SD-STATUS
                   ADD 1 TO WS-PAID-OFF-COUNT
               WHEN WS-PLAN-LATE
                   MOVE "LATE" TO WS-SD-STATUS
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   MOVE "CURRENT" TO WS-SD-STATUS
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.
           MOVE WS-PLAN-STUDENT-ID TO WS-SD-STUDENT-ID.
           MOVE WS-PLAN-TERM TO WS-SD-TERM.
           MOVE WS-PLAN-INSTALLMENTS TO WS-SD-INSTALLMENTS.
           MOVE WS-PLAN-NEXT-DUE TO WS-SD-NEXT-DUE.
           MOVE WS-PLAN-REMAINING TO WS-SD-REMAINING.
           WRITE PLAN-REGISTER-LINE FROM WS-STATUS-DETAIL-LINE.

       4000-FINISH.
           WRITE PLAN-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "INSTALLMENTS READ -    " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "LATE FEES CHARGED -    " TO WS-TL-LABEL.
           MOVE WS-FEES-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "NOT CHARGED -          " TO WS-TL-LABEL.
           MOVE WS-UNCHARGED-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PLANS ON FILE -        " TO WS-TL-LABEL.
           MOVE WS-PLAN-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PLANS CURRENT -        " TO WS-TL-LABEL.
           MOVE WS-CURRENT-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PLANS LATE -           " TO WS-TL-LABEL.
           MOVE WS-LATE-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PLANS PAID OFF -       " TO WS-TL-LABEL.
           MOVE WS-PAID-OFF-COUNT TO WS-TL-COUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE WS-TOTAL-FEES TO WS-TO-AMOUNT.
           WRITE PLAN-REGISTER-LINE FROM WS-TOTAL-LINE.
           IF WS-UNCHARGED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-PLAN-IS-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           CLOSE PLAN-REGISTER-FILE.

       END PROGRAM PLANLATE.
