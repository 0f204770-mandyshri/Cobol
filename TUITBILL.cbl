      *
      *  Each billed student/term writes a BILLREG register line and
      *  lands on the keyed RECVBLE receivables file.  A rerun
      *  bills late adds but leaves the paid amount alone, so
      *  re-billing after late adds doesn't erase the payments
      *  PAYAPPLY has posted.  A course not on CRSMSTR
      *  bills zero hours and is noted on the register exception
      *  line, matching how the GPA report weighs the same gap.
      *
      *  A W-graded enrollment is a withdrawal and no longer bills.
      *  Once REFUNDS has priced a drop, the billed amount carries
      *  whatever part of the dropped hours the refund schedule kept,
      *  so a rerun no longer reprices a receivable from scratch: it
      *  bills only hours added since the last billing, at the
      *  per-credit rate, on top of what is already billed.  A rerun
      *  that finds fewer hours than were billed leaves the
      *  receivable alone and notes it on the register -- the drop
      *  is REFUNDS' to price -- instead of quietly crediting it in
      *  full.
      *
      *  The register lists every student/term at the amount this
      *  run billed: the full bill when new, the added-hours tuition
      *  on a rerun, and zero (ALREADY BILLED) when the hours are
      *  unchanged or down, so its total ties to RECVBLE and GLACTV.
      *
      *  Every amount billed -- the tuition and the flat fee
      *  separately, and any added-hours tuition on a rerun -- also
      *  goes on the GLACTV ledger activity journal for GLEXTRCT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT BILLING-REGISTER-FILE ASSIGN TO "BILLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLREG-STATUS.
           COPY RECVBLE.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD           PIC 9(09).
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-LINE       PIC X(80).
       SD  SORT-WORK-FILE.
               88 WS-RV-OK             VALUE "00".
           01 WS-RATETBL-STATUS        PIC X(02) VALUE "00".
           01 WS-BILLREG-STATUS        PIC X(02) VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           01 WS-TERM-CREDITS          PIC 9(04) VALUE ZERO.
           01 WS-COURSE-CREDITS        PIC 9(02) VALUE ZERO.
           01 WS-BILL-AMOUNT           PIC 9(07)V99 VALUE ZERO.
           01 WS-ADDED-AMOUNT          PIC 9(07)V99 VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-BILLED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-UNPRICED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-BILLED          PIC 9(09)V99 VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GLACTV.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "TUITBILL - TUITION BILLING".
               05 WS-RD-CREDITS         PIC ZZZ9.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-AMOUNT          PIC ZZZZZZ9.99.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-NOTE            PIC X(14).
           01 WS-UNPRICED-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(24) VALUE
                   "COURSE NOT ON CRSMSTR - ".
               05 WS-UP-COURSE-CODE     PIC X(06).
           01 WS-HOURS-DOWN-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(38) VALUE
                   "HOURS DOWN SINCE BILLING - FOR REFUNDS".
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           END-READ.

       2200-RELEASE-ONE.
           IF EN-GRADE IS NOT EQUAL TO "W "
               MOVE EN-STUDENT-ID TO SW-STUDENT-ID
               MOVE EN-TERM TO SW-TERM
               MOVE EN-COURSE-CODE TO SW-COURSE-CODE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 2100-READ-ENROLLMENT.

       3000-BILL-STUDENTS.
      * One student/term is priced and posted: the register gets the
      * line, and RECVBLE gets a fresh record -- or, on a rerun, a
      * rewrite that refreshes the billed side while the paid side
      * survives untouched.  A rerun bills only the hours added
      * since the last billing; one finding fewer hours than were
      * billed leaves the record for REFUNDS to price.
      *----------------------------------------------------------------
       3500-CLOSE-STUDENT-TERM.
           COMPUTE WS-BILL-AMOUNT =
               (WS-TERM-CREDITS * WS-PER-CREDIT-RATE) + WS-FLAT-FEE.
           MOVE WS-PREV-STUDENT-ID TO WS-RD-STUDENT-ID.
           MOVE WS-PREV-TERM TO WS-RD-TERM.
           MOVE WS-TERM-CREDITS TO WS-RD-CREDITS.
           MOVE SPACES TO WS-RD-NOTE.
           MOVE WS-PREV-STUDENT-ID TO RV-STUDENT-ID.
           MOVE WS-PREV-TERM TO RV-TERM.
           READ RECEIVABLE-FILE
               INVALID KEY
                   PERFORM 3600-WRITE-NEW-RECEIVABLE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-TERM-CREDITS IS LESS THAN
                               RV-CREDIT-HOURS
                           PERFORM 3560-WRITE-ALREADY-BILLED
                           WRITE BILLING-REGISTER-LINE
                               FROM WS-HOURS-DOWN-LINE
                       WHEN WS-TERM-CREDITS IS GREATER THAN
                               RV-CREDIT-HOURS
                           COMPUTE WS-ADDED-AMOUNT =
                               (WS-TERM-CREDITS - RV-CREDIT-HOURS)
                               * WS-PER-CREDIT-RATE
                           ADD WS-ADDED-AMOUNT TO RV-BILLED-AMOUNT
                           SET GL-TUITION-BILLED TO TRUE
                           MOVE WS-ADDED-AMOUNT TO GL-AMOUNT
                           MOVE WS-TERM-CREDITS TO RV-CREDIT-HOURS
                           MOVE WS-RUN-DATE TO RV-BILL-DATE
                           REWRITE RECEIVABLE-RECORD
                           MOVE RV-STUDENT-ID TO GL-STUDENT-ID
                           MOVE RV-TERM TO GL-TERM
                           PERFORM 3700-WRITE-GL-ACTIVITY
                           MOVE "ADDED HOURS" TO WS-RD-NOTE
                           PERFORM 3550-WRITE-BILLED-DETAIL
                       WHEN OTHER
                           PERFORM 3560-WRITE-ALREADY-BILLED
                   END-EVALUATE
           END-READ.
           MOVE ZERO TO WS-TERM-CREDITS.

      *----------------------------------------------------------------
      * The register line carries what this run actually put on the
      * receivable -- the whole bill for a new one, only the added
      * hours on a rerun -- so the register total agrees with
      * RECVBLE and with the GLACTV tuition-billed lines.  A student
      * whose hours are unchanged or down is listed at zero.
      *----------------------------------------------------------------
       3550-WRITE-BILLED-DETAIL.
           ADD 1 TO WS-BILLED-COUNT.
           ADD WS-ADDED-AMOUNT TO WS-TOTAL-BILLED.
           MOVE WS-ADDED-AMOUNT TO WS-RD-AMOUNT.
           WRITE BILLING-REGISTER-LINE FROM WS-REPORT-DETAIL-LINE.

       3560-WRITE-ALREADY-BILLED.
           MOVE ZERO TO WS-RD-AMOUNT.
           MOVE "ALREADY BILLED" TO WS-RD-NOTE.
           WRITE BILLING-REGISTER-LINE FROM WS-REPORT-DETAIL-LINE.

       3600-WRITE-NEW-RECEIVABLE.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE WS-PREV-STUDENT-ID TO RV-STUDENT-ID.
           MOVE WS-TERM-CREDITS TO RV-CREDIT-HOURS.
           MOVE WS-BILL-AMOUNT TO RV-BILLED-AMOUNT.
           MOVE ZERO TO RV-PAID-AMOUNT.
           MOVE ZERO TO RV-AID-APPLIED-AMOUNT.
           MOVE WS-RUN-DATE TO RV-BILL-DATE.
           WRITE RECEIVABLE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3650-POST-NEW-BILL-TO-GL
                   MOVE WS-BILL-AMOUNT TO WS-ADDED-AMOUNT
                   PERFORM 3550-WRITE-BILLED-DETAIL
           END-WRITE.

       3650-POST-NEW-BILL-TO-GL.
           MOVE RV-STUDENT-ID TO GL-STUDENT-ID.
           MOVE RV-TERM TO GL-TERM.
           SET GL-TUITION-BILLED TO TRUE.
           COMPUTE GL-AMOUNT = WS-TERM-CREDITS * WS-PER-CREDIT-RATE.
           PERFORM 3700-WRITE-GL-ACTIVITY.
           SET GL-FEES-BILLED TO TRUE.
           MOVE WS-FLAT-FEE TO GL-AMOUNT.
           PERFORM 3700-WRITE-GL-ACTIVITY.

      *----------------------------------------------------------------
      * One GLACTV line per amount posted, for GLEXTRCT's nightly
      * ledger summary; the caller sets the activity code, student,
      * term, and amount.  A zero amount moves nothing on the ledger
      * and is not written.
      *----------------------------------------------------------------
       3700-WRITE-GL-ACTIVITY.
           IF GL-AMOUNT IS GREATER THAN ZERO
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-RUN-DATE TO GL-DATE
               MOVE WS-TM-HHMMSS TO GL-TIME
               MOVE "TUITBILL" TO GL-PROGRAM-ID
               OPEN EXTEND GL-ACTIVITY-FILE
               IF WS-GLACTV-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT GL-ACTIVITY-FILE
               END-IF
               WRITE GL-ACTIVITY-LINE FROM GL-ACTIVITY-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

       END PROGRAM TUITBILL.
