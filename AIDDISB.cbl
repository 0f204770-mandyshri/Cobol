       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDDISB.
      *****************************************************************
      *  Financial aid disbursement against the RECVBLE receivables
      *  file.  Scholarship and aid money used to be keyed into
      *  PAYTRAN as if the student had paid it; now the aid office
      *  loads awards onto AIDAWARD (through AIDLOAD) and this run
      *  pays them out.  Every award not yet disbursed -- pending, or
      *  held on an earlier run -- is checked in key order:
      *
      *      the student must be on the Student Master and SM-ACTIVE;
      *      the student's enrolled credit hours for the award's term,
      *          counted off the live ENROLL file against the Course
      *          Master the way TUITBILL counts them (W-graded
      *          withdrawals don't count), must meet the award's
      *          minimum;
      *      the student/term must have been billed -- aid posts to
      *          an existing receivable, the same rule PAYAPPLY
      *          applies to cash.
      *
      *  An eligible award is added to the receivable's
      *  RV-AID-APPLIED-AMOUNT, kept apart from the paid side so aid
      *  and cash can be told apart, and the award is marked
      *  disbursed with the date.  One that fails a check is marked
      *  held with the reason and is tried again on the next run.
      *  The AIDREG register lists each award disbursed, then a HELD
      *  AWARDS section the aid office works from, with counts and
      *  the total disbursed at end of job.  Shop convention RC 4
      *  when anything is held; RC 8 when there is no AIDAWARD file.
      *  Each disbursement also goes on the GLACTV ledger activity
      *  journal for GLEXTRCT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AIDAWARD-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
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
           SELECT GL-ACTIVITY-FILE ASSIGN TO "GLACTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACTV-STATUS.
           SELECT AID-REGISTER-FILE ASSIGN TO "AIDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AID-AWARD-FILE.
           COPY AIDAWARD.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  GL-ACTIVITY-FILE.
       01  GL-ACTIVITY-LINE            PIC X(66).
       FD  AID-REGISTER-FILE.
       01  AID-REGISTER-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-AIDAWARD-STATUS       PIC X(02) VALUE "00".
               88 WS-AW-OK             VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-AIDREG-STATUS         PIC X(02) VALUE "00".
           01 WS-GLACTV-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-AWARD-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-AWARDS     VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-AWARD-OPEN-SWITCH     PIC X(01) VALUE "N".
               88 WS-AWARD-IS-OPEN     VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-STUDENT-ACTIVE-SWITCH PIC X(01) VALUE "N".
               88 WS-STUDENT-IS-ACTIVE VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-ENROLLED-HOURS        PIC 9(04) VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-DISBURSED-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-PRIOR-COUNT           PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-DISBURSED       PIC 9(09)V99 VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GLACTV.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "AIDDISB - AID DISBURSEMENT".
               05 FILLER                PIC X(09) VALUE " REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(08) VALUE "AWARD".
               05 FILLER                PIC X(12) VALUE "AMOUNT".
               05 FILLER                PIC X(05) VALUE "MIN".
               05 FILLER                PIC X(06) VALUE "HOURS".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-HELD-HEADING.
               05 FILLER                PIC X(30) VALUE
                   "HELD AWARDS".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-AWARD-CODE      PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-AMOUNT          PIC ZZZZZ9.99.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-MIN-HOURS       PIC Z9.
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RG-HOURS           PIC ZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-TOTAL-LINE.
               05 FILLER                PIC X(23) VALUE
                   "TOTAL DISBURSED -      ".
               05 WS-TO-AMOUNT          PIC ZZZZZZZZ9.99.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-AWARD
               UNTIL WS-END-OF-AWARDS.
           PERFORM 3000-LIST-HELD-AWARDS.
           PERFORM 4000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT AID-REGISTER-FILE.
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O AID-AWARD-FILE.
           IF WS-AW-OK
               SET WS-AWARD-IS-OPEN TO TRUE
               PERFORM 2100-READ-AWARD
           ELSE
               SET WS-END-OF-AWARDS TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       2000-PROCESS-AWARD.
           ADD 1 TO WS-READ-COUNT.
           IF AW-DISBURSED
               ADD 1 TO WS-PRIOR-COUNT
           ELSE
               PERFORM 2200-CHECK-STUDENT
               PERFORM 2300-COUNT-ENROLLED-HOURS
               EVALUATE TRUE
                   WHEN NOT WS-STUDENT-IS-ACTIVE
                       MOVE "STUDENT NOT ACTIVE" TO AW-HOLD-REASON
                       PERFORM 2600-HOLD-AWARD
                   WHEN WS-ENROLLED-HOURS IS LESS THAN
                           AW-MIN-CREDIT-HOURS
                       MOVE "BELOW MINIMUM HOURS" TO AW-HOLD-REASON
                       PERFORM 2600-HOLD-AWARD
                   WHEN OTHER
                       PERFORM 2400-POST-TO-RECEIVABLE
               END-EVALUATE
               REWRITE AID-AWARD-RECORD
           END-IF.
           PERFORM 2100-READ-AWARD.

       2100-READ-AWARD.
           READ AID-AWARD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-AWARDS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Aid is money out the door, so there is no still-converting
      * allowance here: a student the Student Master doesn't know, or
      * no Student Master at all, holds the award the same as an
      * inactive or withdrawn student does.
      *----------------------------------------------------------------
       2200-CHECK-STUDENT.
           MOVE "N" TO WS-STUDENT-ACTIVE-SWITCH.
           IF WS-MASTER-IS-OPEN
               MOVE AW-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-ACTIVE
                           SET WS-STUDENT-IS-ACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * ENROLL is keyed student then course, so one START at the
      * student and a read forward until the ID changes sees all of
      * the student's live enrollments; only the award's term counts.
      *----------------------------------------------------------------
       2300-COUNT-ENROLLED-HOURS.
           MOVE ZERO TO WS-ENROLLED-HOURS.
           IF WS-ENROLL-IS-OPEN
               MOVE "N" TO WS-ENROLL-EOF-SWITCH
               MOVE AW-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       SET WS-END-OF-ENROLL TO TRUE
               END-START
               PERFORM 2310-COUNT-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
           END-IF.

       2310-COUNT-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               IF EN-STUDENT-ID IS NOT EQUAL TO AW-STUDENT-ID
                   SET WS-END-OF-ENROLL TO TRUE
               ELSE
                   IF EN-TERM IS EQUAL TO AW-TERM
                       AND EN-GRADE IS NOT EQUAL TO "W "
                       AND WS-COURSE-IS-OPEN
                       MOVE EN-COURSE-CODE TO CM-COURSE-CODE
                       READ COURSE-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD CM-CREDIT-HOURS
                                   TO WS-ENROLLED-HOURS
                       END-READ
                   END-IF
               END-IF
           END-IF.

       2400-POST-TO-RECEIVABLE.
           IF NOT WS-RECV-IS-OPEN
               MOVE "NOT BILLED" TO AW-HOLD-REASON
               PERFORM 2600-HOLD-AWARD
           ELSE
               MOVE AW-STUDENT-ID TO RV-STUDENT-ID
               MOVE AW-TERM TO RV-TERM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       MOVE "NOT BILLED" TO AW-HOLD-REASON
                       PERFORM 2600-HOLD-AWARD
                   NOT INVALID KEY
                       PERFORM 2410-APPLY-AID
               END-READ
           END-IF.

       2410-APPLY-AID.
           IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
               MOVE ZERO TO RV-AID-APPLIED-AMOUNT
           END-IF.
           ADD AW-AWARD-AMOUNT TO RV-AID-APPLIED-AMOUNT
               ON SIZE ERROR
                   MOVE "AID TOTAL TOO LARGE" TO AW-HOLD-REASON
                   PERFORM 2600-HOLD-AWARD
               NOT ON SIZE ERROR
                   REWRITE RECEIVABLE-RECORD
                   SET AW-DISBURSED TO TRUE
                   MOVE WS-RUN-DATE TO AW-DISBURSED-DATE
                   MOVE SPACES TO AW-HOLD-REASON
                   ADD 1 TO WS-DISBURSED-COUNT
                   ADD AW-AWARD-AMOUNT TO WS-TOTAL-DISBURSED
                   MOVE "DISBURSED" TO WS-RG-DISPOSITION
                   PERFORM 2500-WRITE-REGISTER-DETAIL
                   SET GL-AID-APPLIED TO TRUE
                   MOVE AW-STUDENT-ID TO GL-STUDENT-ID
                   MOVE AW-TERM TO GL-TERM
                   MOVE AW-AWARD-AMOUNT TO GL-AMOUNT
                   PERFORM 2900-WRITE-GL-ACTIVITY
           END-ADD.

       2500-WRITE-REGISTER-DETAIL.
           MOVE AW-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE AW-TERM TO WS-RG-TERM.
           MOVE AW-AWARD-CODE TO WS-RG-AWARD-CODE.
           MOVE AW-AWARD-AMOUNT TO WS-RG-AMOUNT.
           MOVE AW-MIN-CREDIT-HOURS TO WS-RG-MIN-HOURS.
           MOVE WS-ENROLLED-HOURS TO WS-RG-HOURS.
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

      *----------------------------------------------------------------
      * The caller has already put the reason on the award; the held
      * award itself is listed in the HELD AWARDS section at the end,
      * so the aid office has every hold together.
      *----------------------------------------------------------------
       2600-HOLD-AWARD.
           SET AW-HELD TO TRUE.
           ADD 1 TO WS-HELD-COUNT.

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
               MOVE "AIDDISB" TO GL-PROGRAM-ID
               OPEN EXTEND GL-ACTIVITY-FILE
               IF WS-GLACTV-STATUS IS EQUAL TO "05" OR "35"
                   OPEN OUTPUT GL-ACTIVITY-FILE
               END-IF
               WRITE GL-ACTIVITY-LINE FROM GL-ACTIVITY-RECORD
               CLOSE GL-ACTIVITY-FILE
           END-IF.

      *----------------------------------------------------------------
      * Second pass over the award file: every award this run left
      * held prints with its reason.  The enrolled hours are counted
      * again here so the aid office sees the number the award was
      * judged on.
      *----------------------------------------------------------------
       3000-LIST-HELD-AWARDS.
           WRITE AID-REGISTER-LINE FROM WS-BLANK-LINE.
           WRITE AID-REGISTER-LINE FROM WS-HELD-HEADING.
           WRITE AID-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           IF WS-AWARD-IS-OPEN
               MOVE "N" TO WS-AWARD-EOF-SWITCH
               MOVE LOW-VALUES TO AW-KEY
               START AID-AWARD-FILE KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY
                       SET WS-END-OF-AWARDS TO TRUE
               END-START
               PERFORM 3100-LIST-ONE-HELD UNTIL WS-END-OF-AWARDS
           END-IF.

       3100-LIST-ONE-HELD.
           PERFORM 2100-READ-AWARD.
           IF NOT WS-END-OF-AWARDS
               IF AW-HELD
                   PERFORM 2300-COUNT-ENROLLED-HOURS
                   MOVE AW-HOLD-REASON TO WS-RG-DISPOSITION
                   PERFORM 2500-WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

       4000-FINISH.
           WRITE AID-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "AWARDS READ -          " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE AID-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "AWARDS DISBURSED -     " TO WS-TL-LABEL.
           MOVE WS-DISBURSED-COUNT TO WS-TL-COUNT.
           WRITE AID-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "AWARDS HELD -          " TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           WRITE AID-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "DISBURSED EARLIER -    " TO WS-TL-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-TL-COUNT.
           WRITE AID-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE WS-TOTAL-DISBURSED TO WS-TO-AMOUNT.
           WRITE AID-REGISTER-LINE FROM WS-TOTAL-LINE.
           IF WS-HELD-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-AWARD-IS-OPEN
               CLOSE AID-AWARD-FILE
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           CLOSE AID-REGISTER-FILE.

       END PROGRAM AIDDISB.
