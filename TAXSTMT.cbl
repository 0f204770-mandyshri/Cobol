       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.
      *****************************************************************
      *  Year-end tuition tax statements.  Every January the business
      *  office used to rebuild each student's calendar year from the
      *  RECVBLE and PAYREG printouts; this job does it from the files.
      *  For the tax year it accumulates, per student:
      *
      *      qualified tuition billed -- every receivable whose
      *          RV-BILL-DATE falls in the year, at its billed amount
      *          less any installment late fees PLANLATE has charged
      *          onto it (a late fee is not tuition);
      *      payments received -- every payment PAYAPPLY posted with
      *          a posting date in the year, off the GLACTV ledger
      *          activity journal.
      *
      *  The tax year comes from the TAXYEAR control card (four
      *  digits); with none, the calendar year before the run date.
      *
      *  Each student filed gets a printed statement on TAXPRT --
      *  name and mailing address from STUMSTR and STUADDR -- and a
      *  detail record on the fixed-format TAXFILE submission file
      *  (copybook TAXSUBM.cpy) between a header and a trailer
      *  carrying the record count and the control totals of both
      *  amounts.  What was filed is kept on TAXHIST (copybook
      *  TAXHIST.cpy, created on first use), so the job reruns for
      *  corrections: a student already filed with the same amounts
      *  is not sent again, one whose amounts have changed is sent
      *  with the corrected flag set and a CORRECTED statement, and
      *  one not filed before goes out as an original.  The TAXREG
      *  register lists every student considered and why.  A student
      *  with neither tuition nor payments in the year is not filed.
      *  No RECVBLE or GLACTV on the system contributes nothing.
      *  A TAXHIST that cannot be opened stops the run at RC 8 before
      *  anything is filed, since without it every student would go
      *  out as an original.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TAXHIST-STATUS.
           SELECT TAX-YEAR-FILE ASSIGN TO "TAXYEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXYEAR-STATUS.
           SELECT TAX-SUBMISSION-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXFILE-STATUS.
           SELECT TAX-STATEMENT-FILE ASSIGN TO "TAXPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXPRT-STATUS.
           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXREG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  PAYMENT-PLAN-FILE.
           COPY PAYPLAN.
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  STUDENT-ADDRESS-FILE.
           COPY STUADDR.
       FD  TAX-HISTORY-FILE.
           COPY TAXHIST.
       FD  TAX-YEAR-FILE.
       01  TAX-YEAR-RECORD             PIC 9(04).
       FD  TAX-SUBMISSION-FILE.
           COPY TAXSUBM.
       FD  TAX-STATEMENT-FILE.
       01  TAX-STATEMENT-LINE          PIC X(80).
       FD  TAX-REGISTER-FILE.
       01  TAX-REGISTER-LINE           PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-STUDENT-ID           PIC 9(7).
           05  SW-AMOUNT-TYPE          PIC X(01).
               88  SW-TUITION          VALUE "B".
               88  SW-PAYMENT          VALUE "P".
           05  SW-AMOUNT               PIC S9(09)V99.
       WORKING-STORAGE SECTION.
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-PAYPLAN-STATUS        PIC X(02) VALUE "00".
               88 WS-PP-OK             VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
               88 WS-GLACTV-OK         VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ADDRESS-STATUS        PIC X(02) VALUE "00".
               88 WS-AD-OK             VALUE "00".
           01 WS-TAXHIST-STATUS        PIC X(02) VALUE "00".
               88 WS-TH-OK             VALUE "00".
           01 WS-TAXYEAR-STATUS        PIC X(02) VALUE "00".
           01 WS-TAXFILE-STATUS        PIC X(02) VALUE "00".
           01 WS-TAXPRT-STATUS         PIC X(02) VALUE "00".
           01 WS-TAXREG-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-RECV-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-RECV       VALUE "Y".
           01 WS-ACTIVITY-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-ACTIVITY   VALUE "Y".
           01 WS-PLAN-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-PLAN       VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-SORT       VALUE "Y".
           01 WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
               88 WS-FIRST-RECORD      VALUE "Y".
           01 WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-PLAN-IS-OPEN      VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ADDRESS-IS-OPEN   VALUE "Y".
           01 WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN   VALUE "Y".
           01 WS-ADDRESS-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-ADDRESS-FOUND     VALUE "Y".
           01 WS-FILING-SWITCH         PIC X(01) VALUE SPACE.
               88 WS-FILE-ORIGINAL     VALUE "O".
               88 WS-FILE-CORRECTED    VALUE "C".
               88 WS-FILE-UNCHANGED    VALUE "U".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               05 WS-RUN-YEAR           PIC 9(04).
               05 WS-RUN-MONTH-DAY      PIC 9(04).
           01 WS-TAX-YEAR              PIC 9(04) VALUE ZERO.
           01 WS-PREV-STUDENT-ID       PIC 9(7) VALUE ZERO.
           01 WS-STUDENT-TUITION       PIC S9(09)V99 VALUE ZERO.
           01 WS-STUDENT-PAYMENTS      PIC S9(09)V99 VALUE ZERO.
           01 WS-LATE-FEES             PIC 9(07)V99 VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-ORIGINAL-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-CORRECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-UNCHANGED-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-TUITION         PIC 9(11)V99 VALUE ZERO.
           01 WS-TOTAL-PAYMENTS        PIC 9(11)V99 VALUE ZERO.
           COPY GLACTV.
           01 WS-STATEMENT-HEADING.
               05 FILLER                PIC X(30) VALUE
                   "TUITION STATEMENT - TAX YEAR ".
               05 WS-SH-TAX-YEAR        PIC 9(04).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-SH-CORRECTED       PIC X(09).
           01 WS-STATEMENT-ID-LINE.
               05 FILLER                PIC X(11) VALUE "STUDENT ID ".
               05 WS-SI-STUDENT-ID      PIC 9(7).
           01 WS-STATEMENT-TEXT-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-ST-TEXT            PIC X(30).
           01 WS-STATEMENT-CITY-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-SC-CITY            PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-SC-STATE           PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SC-ZIP             PIC X(09).
           01 WS-STATEMENT-AMOUNT-LINE.
               05 WS-SA-LABEL           PIC X(30).
               05 WS-SA-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-STATEMENT-RULE         PIC X(80) VALUE ALL "-".
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "TAXSTMT - TUITION TAX STATEMENT".
               05 FILLER                PIC X(14) VALUE
                   "REGISTER YEAR ".
               05 WS-RH-TAX-YEAR        PIC 9(04).
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(15) VALUE "TUITION".
               05 FILLER                PIC X(15) VALUE "PAYMENTS".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TUITION         PIC ZZZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-PAYMENTS        PIC ZZZZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-TOTAL-LINE.
               05 WS-TO-LABEL           PIC X(23).
               05 WS-TO-AMOUNT          PIC ZZZZZZZZZZ9.99.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-RETURN-CODE IS EQUAL TO 8
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STUDENT-ID
               INPUT PROCEDURE IS 2000-RELEASE-AMOUNTS
               OUTPUT PROCEDURE IS 3000-FILE-STUDENTS.
           PERFORM 4000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
           PERFORM 1100-READ-TAX-YEAR.
           OPEN I-O TAX-HISTORY-FILE.
           IF WS-TAXHIST-STATUS IS EQUAL TO "35"
               OPEN OUTPUT TAX-HISTORY-FILE
               CLOSE TAX-HISTORY-FILE
               OPEN I-O TAX-HISTORY-FILE
           END-IF.
           IF WS-TH-OK
               SET WS-HISTORY-IS-OPEN TO TRUE
               PERFORM 1200-OPEN-RUN-FILES
           ELSE
               DISPLAY "TAXSTMT - TAXHIST NOT AVAILABLE, STATUS "
                   WS-TAXHIST-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * TAXYEAR names the year being filed, four digits.  Missing,
      * empty, or not numeric, last calendar year stands.
      *----------------------------------------------------------------
       1100-READ-TAX-YEAR.
           OPEN INPUT TAX-YEAR-FILE.
           IF WS-TAXYEAR-STATUS IS EQUAL TO "00"
               READ TAX-YEAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAX-YEAR-RECORD IS NUMERIC
                           MOVE TAX-YEAR-RECORD TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE TAX-YEAR-FILE
           END-IF.

      *----------------------------------------------------------------
      * The run's outputs and lookup files, opened only once TAXHIST
      * is open: TAXHIST tells a correction from an original, so
      * nothing is written without it.
      *----------------------------------------------------------------
       1200-OPEN-RUN-FILES.
           OPEN OUTPUT TAX-REGISTER-FILE.
           MOVE WS-TAX-YEAR TO WS-RH-TAX-YEAR.
           WRITE TAX-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE TAX-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN OUTPUT TAX-STATEMENT-FILE.
           OPEN OUTPUT TAX-SUBMISSION-FILE.
           MOVE SPACES TO TAX-HEADER-RECORD.
           MOVE "H" TO TS-H-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TS-H-TAX-YEAR.
           MOVE WS-RUN-DATE TO TS-H-CREATED-DATE.
           WRITE TAX-HEADER-RECORD.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-AD-OK
               SET WS-ADDRESS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PP-OK
               SET WS-PLAN-IS-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Both sources go into one sort by student: a B record for each
      * receivable billed in the year, a P record for each payment
      * posted in it.
      *----------------------------------------------------------------
       2000-RELEASE-AMOUNTS.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-RV-OK
               PERFORM 2100-READ-RECEIVABLE
               PERFORM 2200-RELEASE-TUITION UNTIL WS-END-OF-RECV
               CLOSE RECEIVABLE-FILE
           END-IF.
           OPEN INPUT GL-ACTIVITY-FILE.
           IF WS-GLACTV-OK
               PERFORM 2400-READ-ACTIVITY
               PERFORM 2500-RELEASE-PAYMENT
                   UNTIL WS-END-OF-ACTIVITY
               CLOSE GL-ACTIVITY-FILE
           END-IF.

       2100-READ-RECEIVABLE.
           READ RECEIVABLE-FILE
               AT END
                   SET WS-END-OF-RECV TO TRUE
           END-READ.

       2200-RELEASE-TUITION.
           IF RV-BILL-DATE IS NUMERIC
               AND RV-BILL-DATE(1:4) IS EQUAL TO WS-TAX-YEAR
               PERFORM 2300-SUM-LATE-FEES
               MOVE RV-STUDENT-ID TO SW-STUDENT-ID
               SET SW-TUITION TO TRUE
               COMPUTE SW-AMOUNT = RV-BILLED-AMOUNT - WS-LATE-FEES
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 2100-READ-RECEIVABLE.

      *----------------------------------------------------------------
      * PLANLATE adds each late fee to both the installment and the
      * billed amount, so the installments' fees come back off here.
      *----------------------------------------------------------------
       2300-SUM-LATE-FEES.
           MOVE ZERO TO WS-LATE-FEES.
           IF WS-PLAN-IS-OPEN
               MOVE "N" TO WS-PLAN-EOF-SWITCH
               MOVE RV-STUDENT-ID TO PP-STUDENT-ID
               MOVE RV-TERM TO PP-TERM
               MOVE ZERO TO PP-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE KEY IS NOT LESS THAN PP-KEY
                   INVALID KEY
                       SET WS-END-OF-PLAN TO TRUE
               END-START
               PERFORM 2310-ADD-ONE-LATE-FEE
                   UNTIL WS-END-OF-PLAN
           END-IF.

       2310-ADD-ONE-LATE-FEE.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PLAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-PLAN
               IF PP-STUDENT-ID IS NOT EQUAL TO RV-STUDENT-ID
                   OR PP-TERM IS NOT EQUAL TO RV-TERM
                   SET WS-END-OF-PLAN TO TRUE
               ELSE
                   ADD PP-LATE-FEE TO WS-LATE-FEES
               END-IF
           END-IF.

       2400-READ-ACTIVITY.
           READ GL-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END
                   SET WS-END-OF-ACTIVITY TO TRUE
           END-READ.

       2500-RELEASE-PAYMENT.
           IF GL-PAYMENT
               AND GL-DATE IS NUMERIC
               AND GL-DATE(1:4) IS EQUAL TO WS-TAX-YEAR
               AND GL-AMOUNT IS NUMERIC
               MOVE GL-STUDENT-ID TO SW-STUDENT-ID
               SET SW-PAYMENT TO TRUE
               MOVE GL-AMOUNT TO SW-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 2400-READ-ACTIVITY.

       3000-FILE-STUDENTS.
           PERFORM 3100-RETURN-SORTED-RECORD.
           PERFORM 3200-ACCUMULATE-ONE UNTIL WS-END-OF-SORT.
           IF NOT WS-FIRST-RECORD
               PERFORM 3500-CLOSE-STUDENT
           END-IF.

       3100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       3200-ACCUMULATE-ONE.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE SW-STUDENT-ID TO WS-PREV-STUDENT-ID
           END-IF.
           IF SW-STUDENT-ID IS NOT EQUAL TO WS-PREV-STUDENT-ID
               PERFORM 3500-CLOSE-STUDENT
               MOVE SW-STUDENT-ID TO WS-PREV-STUDENT-ID
           END-IF.
           IF SW-TUITION
               ADD SW-AMOUNT TO WS-STUDENT-TUITION
           ELSE
               ADD SW-AMOUNT TO WS-STUDENT-PAYMENTS
           END-IF.
           PERFORM 3100-RETURN-SORTED-RECORD.

      *----------------------------------------------------------------
      * One student's year is complete.  Credits can take a year's
      * tuition below nothing on paper; what is filed never is.
      *----------------------------------------------------------------
       3500-CLOSE-STUDENT.
           ADD 1 TO WS-READ-COUNT.
           IF WS-STUDENT-TUITION IS LESS THAN ZERO
               MOVE ZERO TO WS-STUDENT-TUITION
           END-IF.
           IF WS-STUDENT-PAYMENTS IS LESS THAN ZERO
               MOVE ZERO TO WS-STUDENT-PAYMENTS
           END-IF.
           IF WS-STUDENT-TUITION IS GREATER THAN ZERO
               OR WS-STUDENT-PAYMENTS IS GREATER THAN ZERO
               PERFORM 3600-CHECK-HISTORY
               EVALUATE TRUE
                   WHEN WS-FILE-UNCHANGED
                       ADD 1 TO WS-UNCHANGED-COUNT
                       MOVE "ALREADY FILED" TO WS-RG-DISPOSITION
                   WHEN WS-FILE-CORRECTED
                       ADD 1 TO WS-CORRECTED-COUNT
                       MOVE "CORRECTED" TO WS-RG-DISPOSITION
                       PERFORM 3700-FILE-STUDENT
                   WHEN OTHER
                       ADD 1 TO WS-ORIGINAL-COUNT
                       MOVE "ORIGINAL" TO WS-RG-DISPOSITION
                       PERFORM 3700-FILE-STUDENT
               END-EVALUATE
               MOVE WS-PREV-STUDENT-ID TO WS-RG-STUDENT-ID
               MOVE WS-STUDENT-TUITION TO WS-RG-TUITION
               MOVE WS-STUDENT-PAYMENTS TO WS-RG-PAYMENTS
               WRITE TAX-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
           END-IF.
           MOVE ZERO TO WS-STUDENT-TUITION.
           MOVE ZERO TO WS-STUDENT-PAYMENTS.

      *----------------------------------------------------------------
      * Not on TAXHIST for the year: an original.  On it with the
      * same amounts: already filed.  On it with different amounts:
      * a correction.  The history is brought up to date either way
      * a record goes out.
      *----------------------------------------------------------------
       3600-CHECK-HISTORY.
           SET WS-FILE-ORIGINAL TO TRUE.
           IF WS-HISTORY-IS-OPEN
               MOVE WS-PREV-STUDENT-ID TO TH-STUDENT-ID
               MOVE WS-TAX-YEAR TO TH-TAX-YEAR
               READ TAX-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TH-TUITION-BILLED IS EQUAL TO
                               WS-STUDENT-TUITION
                           AND TH-PAYMENTS IS EQUAL TO
                               WS-STUDENT-PAYMENTS
                           SET WS-FILE-UNCHANGED TO TRUE
                       ELSE
                           SET WS-FILE-CORRECTED TO TRUE
                       END-IF
               END-READ
           END-IF.

       3700-FILE-STUDENT.
           PERFORM 3710-GET-NAME-AND-ADDRESS.
           MOVE "D" TO TS-D-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TS-D-TAX-YEAR.
           MOVE WS-PREV-STUDENT-ID TO TS-D-STUDENT-ID.
           IF WS-FILE-CORRECTED
               SET TS-D-CORRECTED TO TRUE
           ELSE
               MOVE SPACE TO TS-D-CORRECTED-FLAG
           END-IF.
           MOVE WS-STUDENT-TUITION TO TS-D-TUITION-BILLED.
           MOVE WS-STUDENT-PAYMENTS TO TS-D-PAYMENTS.
           WRITE TAX-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-STUDENT-TUITION TO WS-TOTAL-TUITION.
           ADD WS-STUDENT-PAYMENTS TO WS-TOTAL-PAYMENTS.
           PERFORM 3800-PRINT-STATEMENT.
           PERFORM 3900-UPDATE-HISTORY.

      *----------------------------------------------------------------
      * The detail record is cleared first, so a student missing from
      * either file goes out with that part blank.
      *----------------------------------------------------------------
       3710-GET-NAME-AND-ADDRESS.
           MOVE SPACES TO TAX-DETAIL-RECORD.
           IF WS-MASTER-IS-OPEN
               MOVE WS-PREV-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO TS-D-NAME
               END-READ
           END-IF.
           MOVE "N" TO WS-ADDRESS-FOUND-SWITCH.
           IF WS-ADDRESS-IS-OPEN
               MOVE WS-PREV-STUDENT-ID TO AD-STUDENT-ID
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDRESS-FOUND TO TRUE
                       MOVE AD-MAIL-LINE-1 TO TS-D-MAIL-LINE-1
                       MOVE AD-MAIL-LINE-2 TO TS-D-MAIL-LINE-2
                       MOVE AD-MAIL-CITY TO TS-D-MAIL-CITY
                       MOVE AD-MAIL-STATE TO TS-D-MAIL-STATE
                       MOVE AD-MAIL-ZIP TO TS-D-MAIL-ZIP
               END-READ
           END-IF.

       3800-PRINT-STATEMENT.
           MOVE WS-TAX-YEAR TO WS-SH-TAX-YEAR.
           IF WS-FILE-CORRECTED
               MOVE "CORRECTED" TO WS-SH-CORRECTED
           ELSE
               MOVE SPACES TO WS-SH-CORRECTED
           END-IF.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-HEADING.
           WRITE TAX-STATEMENT-LINE FROM WS-BLANK-LINE.
           MOVE WS-PREV-STUDENT-ID TO WS-SI-STUDENT-ID.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-ID-LINE.
           MOVE TS-D-NAME TO WS-ST-TEXT.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-TEXT-LINE.
           IF WS-ADDRESS-FOUND
               MOVE TS-D-MAIL-LINE-1 TO WS-ST-TEXT
               WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-TEXT-LINE
               IF TS-D-MAIL-LINE-2 IS NOT EQUAL TO SPACES
                   MOVE TS-D-MAIL-LINE-2 TO WS-ST-TEXT
                   WRITE TAX-STATEMENT-LINE
                       FROM WS-STATEMENT-TEXT-LINE
               END-IF
               MOVE TS-D-MAIL-CITY TO WS-SC-CITY
               MOVE TS-D-MAIL-STATE TO WS-SC-STATE
               MOVE TS-D-MAIL-ZIP TO WS-SC-ZIP
               WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-CITY-LINE
           ELSE
               MOVE "NO ADDRESS ON FILE" TO WS-ST-TEXT
               WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-TEXT-LINE
           END-IF.
           WRITE TAX-STATEMENT-LINE FROM WS-BLANK-LINE.
           MOVE "QUALIFIED TUITION BILLED" TO WS-SA-LABEL.
           MOVE WS-STUDENT-TUITION TO WS-SA-AMOUNT.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-AMOUNT-LINE.
           MOVE "PAYMENTS RECEIVED" TO WS-SA-LABEL.
           MOVE WS-STUDENT-PAYMENTS TO WS-SA-AMOUNT.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-AMOUNT-LINE.
           WRITE TAX-STATEMENT-LINE FROM WS-STATEMENT-RULE.

       3900-UPDATE-HISTORY.
           IF WS-HISTORY-IS-OPEN
               IF WS-FILE-CORRECTED
                   MOVE WS-STUDENT-TUITION TO TH-TUITION-BILLED
                   MOVE WS-STUDENT-PAYMENTS TO TH-PAYMENTS
                   MOVE WS-RUN-DATE TO TH-LAST-FILED-DATE
                   ADD 1 TO TH-CORRECTION-COUNT
                   REWRITE TAX-HISTORY-RECORD
               ELSE
                   MOVE SPACES TO TAX-HISTORY-RECORD
                   MOVE WS-PREV-STUDENT-ID TO TH-STUDENT-ID
                   MOVE WS-TAX-YEAR TO TH-TAX-YEAR
                   MOVE WS-STUDENT-TUITION TO TH-TUITION-BILLED
                   MOVE WS-STUDENT-PAYMENTS TO TH-PAYMENTS
                   MOVE WS-RUN-DATE TO TH-FIRST-FILED-DATE
                   MOVE WS-RUN-DATE TO TH-LAST-FILED-DATE
                   MOVE ZERO TO TH-CORRECTION-COUNT
                   WRITE TAX-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       4000-FINISH.
           MOVE SPACES TO TAX-TRAILER-RECORD.
           MOVE "T" TO TS-T-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TS-T-TAX-YEAR.
           MOVE WS-DETAIL-COUNT TO TS-T-RECORD-COUNT.
           MOVE WS-TOTAL-TUITION TO TS-T-TOTAL-TUITION.
           MOVE WS-TOTAL-PAYMENTS TO TS-T-TOTAL-PAYMENTS.
           WRITE TAX-TRAILER-RECORD.
           WRITE TAX-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS WITH ACTIVITY-" TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ORIGINALS FILED -      " TO WS-TL-LABEL.
           MOVE WS-ORIGINAL-COUNT TO WS-TL-COUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "CORRECTIONS FILED -    " TO WS-TL-LABEL.
           MOVE WS-CORRECTED-COUNT TO WS-TL-COUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ALREADY FILED -        " TO WS-TL-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-TL-COUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TOTAL TUITION FILED -  " TO WS-TO-LABEL.
           MOVE WS-TOTAL-TUITION TO WS-TO-AMOUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TOTAL-LINE.
           MOVE "TOTAL PAYMENTS FILED - " TO WS-TO-LABEL.
           MOVE WS-TOTAL-PAYMENTS TO WS-TO-AMOUNT.
           WRITE TAX-REGISTER-LINE FROM WS-TOTAL-LINE.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ADDRESS-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF WS-PLAN-IS-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF WS-HISTORY-IS-OPEN
               CLOSE TAX-HISTORY-FILE
           END-IF.
           CLOSE TAX-SUBMISSION-FILE.
           CLOSE TAX-STATEMENT-FILE.
           CLOSE TAX-REGISTER-FILE.

       END PROGRAM TAXSTMT.
