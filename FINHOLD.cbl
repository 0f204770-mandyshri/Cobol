       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINHOLD.
      *****************************************************************
      *  Nightly financial hold sweep.  Reads every receivable on
      *  RECVBLE and, for each one still carrying an unpaid balance
      *  (billed over paid plus aid) whose bill date is older than the
      *  business office's hold age, places a FIN hold on the student
      *  in the HOLDS file -- placing office BUSINESS, the reason
      *  naming the term that went unpaid -- so UTIL refuses the
      *  student's enrollment adds until the office releases it
      *  through HOLDMAINT.  A student already under an active FIN
      *  hold is left alone and counted as already held; one whose
      *  FIN hold was released before has it reactivated.  Holds are
      *  never released here: clearing a hold after payment stays a
      *  business office decision.
      *
      *  The hold age comes from the HOLDAGE control file (one
      *  record, three digits of days) so the business office can
      *  move it without a program change, the same control-file
      *  shape as GPARPT's GPATHRES.  With no HOLDAGE on the system
      *  the shop default of 60 days applies.  A receivable with no
      *  bill date on it is not aged.  Holds are placed under the
      *  operator named on OPERID, the same one the rest of the
      *  stream runs under.  Each hold placed or found already in
      *  force lands on the FINHREG register with counts at end of
      *  job.  The HOLDS file is created on first use; no RECVBLE on
      *  the system is an empty register, not a failure.
      *
      *  A receivable on an installment plan (PAYPLAN, from PLANSET)
      *  is aged by its installments instead of its bill date: it
      *  draws a hold only when an open installment still owing was
      *  due longer ago than the hold age.  A student keeping up
      *  with the plan is not held for the balance not yet due.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECVBLE-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYPLAN-STATUS.
           SELECT HOLD-AGE-FILE ASSIGN TO "HOLDAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDAGE-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT FIN-HOLD-REGISTER-FILE ASSIGN TO "FINHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINHREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  REGISTRATION-HOLD-FILE.
           COPY HOLDS.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.
       FD  HOLD-AGE-FILE.
       01  HOLD-AGE-RECORD             PIC 9(03).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  FIN-HOLD-REGISTER-FILE.
       01  FIN-HOLD-REGISTER-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RECVBLE-STATUS        PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-HOLDS-STATUS          PIC X(02) VALUE "00".
               88 WS-HL-OK             VALUE "00".
           01 WS-PAYPLAN-STATUS        PIC X(02) VALUE "00".
               88 WS-PP-OK             VALUE "00".
           01 WS-HOLDAGE-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-FINHREG-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-RECVBLE    VALUE "Y".
           01 WS-HOLDS-OPEN-SWITCH     PIC X(01) VALUE "N".
               88 WS-HOLDS-IS-OPEN     VALUE "Y".
           01 WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-IS-OPEN      VALUE "Y".
           01 WS-PLAN-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-PLAN       VALUE "Y".
           01 WS-ON-PLAN-SWITCH        PIC X(01) VALUE "N".
               88 WS-ON-PLAN           VALUE "Y".
           01 WS-PLAN-OVERDUE-SWITCH   PIC X(01) VALUE "N".
               88 WS-PLAN-OVERDUE      VALUE "Y".
           01 WS-INSTALLMENT-OWED      PIC S9(08)V99 VALUE ZERO.
           01 WS-OPERATOR-ID           PIC 9(4) VALUE ZERO.
           01 WS-HOLD-AGE-DAYS         PIC 9(03) VALUE 60.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-INTEGER        PIC 9(08) COMP VALUE ZERO.
           01 WS-BALANCE-AMOUNT        PIC S9(08)V99 VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-OVERDUE-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-PLACED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-ALREADY-HELD-COUNT    PIC 9(05) COMP VALUE ZERO.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "FINHOLD - FINANCIAL HOLD".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(10) VALUE "BILLED".
               05 FILLER                PIC X(13) VALUE "BALANCE".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-BILL-DATE       PIC 9(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-BALANCE         PIC ZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-RECEIVABLES
               UNTIL WS-END-OF-RECVBLE.
           PERFORM 3000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-HOLD-AGE.
           PERFORM 1200-READ-OPERATOR-ID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-HOLD-AGE-DAYS.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
           OPEN OUTPUT FIN-HOLD-REGISTER-FILE.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN I-O REGISTRATION-HOLD-FILE.
           IF WS-HOLDS-STATUS IS EQUAL TO "35"
               OPEN OUTPUT REGISTRATION-HOLD-FILE
               CLOSE REGISTRATION-HOLD-FILE
               OPEN I-O REGISTRATION-HOLD-FILE
           END-IF.
           IF WS-HL-OK
               SET WS-HOLDS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PP-OK
               SET WS-PLAN-IS-OPEN TO TRUE
           END-IF.
           IF NOT WS-HOLDS-IS-OPEN
               MOVE 8 TO WS-RETURN-CODE
               SET WS-END-OF-RECVBLE TO TRUE
           ELSE
               OPEN INPUT RECEIVABLE-FILE
               IF WS-RV-OK
                   PERFORM 2100-READ-RECEIVABLE
               ELSE
                   SET WS-END-OF-RECVBLE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * HOLDAGE carries the age in days, three digits, past which an
      * unpaid bill draws a hold.  Missing, empty, or not numeric, the
      * default already in WORKING-STORAGE stands.
      *----------------------------------------------------------------
       1100-LOAD-HOLD-AGE.
           OPEN INPUT HOLD-AGE-FILE.
           IF WS-HOLDAGE-STATUS IS EQUAL TO "00"
               READ HOLD-AGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HOLD-AGE-RECORD IS NUMERIC
                           MOVE HOLD-AGE-RECORD TO WS-HOLD-AGE-DAYS
                       END-IF
               END-READ
               CLOSE HOLD-AGE-FILE
           END-IF.

       1200-READ-OPERATOR-ID.
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

       2000-PROCESS-RECEIVABLES.
           ADD 1 TO WS-READ-COUNT.
           IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO RV-AID-APPLIED-AMOUNT
           END-IF.
           COMPUTE WS-BALANCE-AMOUNT =
               RV-BILLED-AMOUNT - RV-PAID-AMOUNT
               - RV-AID-APPLIED-AMOUNT.
           PERFORM 2150-CHECK-PAYMENT-PLAN.
           IF WS-ON-PLAN
               IF WS-BALANCE-AMOUNT IS GREATER THAN ZERO
                   AND WS-PLAN-OVERDUE
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 2200-PLACE-FINANCIAL-HOLD
                   PERFORM 2500-WRITE-REGISTER-DETAIL
               END-IF
           ELSE
               IF WS-BALANCE-AMOUNT IS GREATER THAN ZERO
                   AND RV-BILL-DATE IS NUMERIC
                   AND RV-BILL-DATE IS GREATER THAN ZERO
                   AND RV-BILL-DATE IS LESS THAN WS-CUTOFF-DATE
                   ADD 1 TO WS-OVERDUE-COUNT
                   PERFORM 2200-PLACE-FINANCIAL-HOLD
                   PERFORM 2500-WRITE-REGISTER-DETAIL
               END-IF
           END-IF.
           PERFORM 2100-READ-RECEIVABLE.

       2100-READ-RECEIVABLE.
           READ RECEIVABLE-FILE
               AT END
                   SET WS-END-OF-RECVBLE TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Any installment on file for the receivable's student/term
      * puts it on a plan; an open installment still owing and due
      * before the hold-age cutoff makes the plan overdue.
      *----------------------------------------------------------------
       2150-CHECK-PAYMENT-PLAN.
           MOVE "N" TO WS-ON-PLAN-SWITCH.
           MOVE "N" TO WS-PLAN-OVERDUE-SWITCH.
           IF WS-PLAN-IS-OPEN
               MOVE "N" TO WS-PLAN-EOF-SWITCH
               MOVE RV-STUDENT-ID TO PP-STUDENT-ID
               MOVE RV-TERM TO PP-TERM
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-KEY
                   INVALID KEY
                       SET WS-END-OF-PLAN TO TRUE
               END-START
               PERFORM 2160-CHECK-INSTALLMENT
                   UNTIL WS-END-OF-PLAN
           END-IF.

       2160-CHECK-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PLAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-PLAN
               IF PP-STUDENT-ID IS NOT EQUAL TO RV-STUDENT-ID
                   OR PP-TERM IS NOT EQUAL TO RV-TERM
                   SET WS-END-OF-PLAN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-END-OF-PLAN
               SET WS-ON-PLAN TO TRUE
               COMPUTE WS-INSTALLMENT-OWED =
                   PP-AMOUNT-DUE + PP-LATE-FEE - PP-AMOUNT-PAID
               IF PP-OPEN
                   AND WS-INSTALLMENT-OWED IS GREATER THAN ZERO
                   AND PP-DUE-DATE IS LESS THAN WS-CUTOFF-DATE
                   SET WS-PLAN-OVERDUE TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One FIN hold per student covers every unpaid term, so a second
      * overdue term for the same student finds the hold this run just
      * placed and is counted as already held.
      *----------------------------------------------------------------
       2200-PLACE-FINANCIAL-HOLD.
           MOVE RV-STUDENT-ID TO HL-STUDENT-ID.
           SET HL-FINANCIAL-HOLD TO TRUE.
           READ REGISTRATION-HOLD-FILE
               INVALID KEY
                   PERFORM 2210-BUILD-HOLD
                   WRITE REGISTRATION-HOLD-RECORD
                   MOVE "HOLD PLACED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-PLACED-COUNT
               NOT INVALID KEY
                   IF HL-ACTIVE
                       MOVE "ALREADY HELD" TO WS-RG-DISPOSITION
                       ADD 1 TO WS-ALREADY-HELD-COUNT
                   ELSE
                       PERFORM 2210-BUILD-HOLD
                       REWRITE REGISTRATION-HOLD-RECORD
                       MOVE "HOLD REACTIVATED" TO WS-RG-DISPOSITION
                       ADD 1 TO WS-PLACED-COUNT
                   END-IF
           END-READ.

       2210-BUILD-HOLD.
           MOVE SPACES TO REGISTRATION-HOLD-RECORD.
           MOVE RV-STUDENT-ID TO HL-STUDENT-ID.
           SET HL-FINANCIAL-HOLD TO TRUE.
           MOVE "BUSINESS" TO HL-PLACING-OFFICE.
           MOVE WS-RUN-DATE TO HL-DATE-PLACED.
           STRING "UNPAID BALANCE TERM " DELIMITED BY SIZE
                   RV-TERM DELIMITED BY SIZE
                   INTO HL-REASON.
           SET HL-ACTIVE TO TRUE.
           MOVE WS-OPERATOR-ID TO HL-PLACED-BY.
           MOVE ZERO TO HL-DATE-RELEASED.
           MOVE ZERO TO HL-RELEASED-BY.

       2500-WRITE-REGISTER-DETAIL.
           MOVE RV-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE RV-TERM TO WS-RG-TERM.
           MOVE RV-BILL-DATE TO WS-RG-BILL-DATE.
           MOVE WS-BALANCE-AMOUNT TO WS-RG-BALANCE.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       3000-FINISH.
           MOVE "RECEIVABLES READ -     " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "PAST HOLD AGE -        " TO WS-TL-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "HOLDS PLACED -         " TO WS-TL-LABEL.
           MOVE WS-PLACED-COUNT TO WS-TL-COUNT.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ALREADY HELD -         " TO WS-TL-LABEL.
           MOVE WS-ALREADY-HELD-COUNT TO WS-TL-COUNT.
           WRITE FIN-HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-PLAN-IS-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF WS-HOLDS-IS-OPEN
               CLOSE REGISTRATION-HOLD-FILE
               IF WS-RV-OK OR WS-RECVBLE-STATUS IS EQUAL TO "10"
                   CLOSE RECEIVABLE-FILE
               END-IF
           END-IF.
           CLOSE FIN-HOLD-REGISTER-FILE.

       END PROGRAM FINHOLD.
