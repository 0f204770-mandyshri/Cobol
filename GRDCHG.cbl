      *  resolving, grade appeals -- keep arriving weeks after
      *  rollover.  This job reads GRDCTRAN correction transactions
      *  (student ID, course code, term, new grade, reason code) and
      *  holds each on the pending-approval file (PENDAPPR, see
      *  copybooks PENDAPPR.cpy) for a second operator: a grade must
      *  not change on one person's say-so.  Nothing is written to
      *  EH-GRADE on the night a correction arrives.  Once a
      *  different level-3 operator has approved it at the APPRVCON
      *  console, the next run applies it to EH-GRADE on the matching
      *  history record before it reads the night's transactions, and
      *  marks the item applied.  A correction still open on the file
      *  for the same student, course, and term is not held twice.
      *
      *  Every correction must carry a reason code -- a blank one is
      *  rejected, because a grade that changes with no stated reason
      *  grade passes the same A/B/C/D/F/I/W (+/-) rules GRADEPST
      *  enforces on the live path.  Every applied change writes a
      *  before/after audit line to GRDCAUD (see copybooks
      *  GRDCAUD.cpy) naming the operator who keyed the correction
      *  and the one who approved it, and every transaction, held or
      *  rejected, and every approved correction, applied or not,
      *  lands on the GRDCREG register the registrar signs off --
      *  counts at end of job, shop convention RC 4 when anything
      *  rejected or an approved correction could not be applied.
      *  The operator comes from OPERID, as the other batch
      *  maintenance runs take it, and is recorded as the one who
      *  asked for each correction held.
      *
      *  The student ID on each correction carries its check digit
      *  (GC-CHECK-DIGIT) and is verified through CHKDIGIT before the
      *  history file is read; a wrong digit is rejected BAD CHECK
      *  DIGIT and counted on its own trailer line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-SEQUENCE
               ALTERNATE RECORD KEY IS PA-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PENDAPPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-TRANS-FILE.
           05  GC-TERM                 PIC X(06).
           05  GC-NEW-GRADE            PIC X(02).
           05  GC-REASON-CODE          PIC X(02).
           05  GC-CHECK-DIGIT          PIC X(01).
       FD  ENROLLMENT-HISTORY-FILE.
           COPY ENRHIST.
       FD  GRADE-CHANGE-AUDIT-FILE.
       01  GRADE-CHANGE-REGISTER-LINE  PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  PENDING-APPROVAL-FILE.
           COPY PENDAPPR.
       WORKING-STORAGE SECTION.
           01 WS-GRDCTRAN-STATUS       PIC X(02) VALUE "00".
               88 WS-GRDCTRAN-OK       VALUE "00".
           01 WS-GRDCAUD-STATUS        PIC X(02) VALUE "00".
           01 WS-GRDCREG-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-PENDAPPR-STATUS       PIC X(02) VALUE "00".
               88 WS-PA-OK             VALUE "00".
           01 WS-PENDAPPR-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 WS-PENDAPPR-IS-OPEN  VALUE "Y".
           01 WS-PENDAPPR-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-PENDAPPR   VALUE "Y".
           01 WS-ITEM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-ITEM-FOUND        VALUE "Y".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
           01 WS-BEFORE-GRADE          PIC X(02) VALUE SPACES.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-NOT-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECK-DIGIT-COUNT     PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GRDCAUD.
           COPY CHKDPARM.
           COPY NBRPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "GRDCHG - GRADE CHANGE".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 WS-RG-CHECK-DIGIT     PIC X(01).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
           IF WS-EH-OK
               SET WS-HISTORY-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.
           IF WS-PA-OK
               SET WS-PENDAPPR-IS-OPEN TO TRUE
           END-IF.
           IF WS-HISTORY-IS-OPEN AND WS-PENDAPPR-IS-OPEN
               PERFORM 1500-APPLY-APPROVED-CHANGES
           END-IF.
           OPEN INPUT GRADE-CHANGE-TRANS-FILE.
           IF WS-GRDCTRAN-OK AND WS-HISTORY-IS-OPEN
                   AND WS-PENDAPPR-IS-OPEN
               PERFORM 2100-READ-TRANSACTION
           ELSE
               SET WS-END-OF-TRANS TO TRUE
               CLOSE OPERATOR-ID-FILE
           END-IF.

      *----------------------------------------------------------------
      * Approved corrections go on first, in the order they were
      * asked for: each grade correction the console has approved
      * is applied to its history record, audited under both
      * operators, and marked applied.  One whose history record has
      * gone stays approved, on the register and on PENDREG, for the
      * registrar to sort out.
      *----------------------------------------------------------------
       1500-APPLY-APPROVED-CHANGES.
           MOVE "N" TO WS-PENDAPPR-EOF-SWITCH.
           MOVE ZERO TO PA-SEQUENCE.
           START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN
                   PA-SEQUENCE
               INVALID KEY
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-START.
           PERFORM 1510-APPLY-ONE-APPROVED
               UNTIL WS-END-OF-PENDAPPR.

       1510-APPLY-ONE-APPROVED.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-READ.
           IF NOT WS-END-OF-PENDAPPR
               IF PA-GRADE-CHANGE AND PA-APPROVED
                   PERFORM 1520-APPLY-APPROVED-GRADE
               END-IF
           END-IF.

       1520-APPLY-APPROVED-GRADE.
           MOVE PA-TERM TO EH-TERM.
           MOVE PA-STUDENT-ID TO EH-STUDENT-ID.
           MOVE PA-COURSE-CODE TO EH-COURSE-CODE.
           READ ENROLLMENT-HISTORY-FILE
               INVALID KEY
                   MOVE "APPROVED - NO HIST" TO WS-RG-DISPOSITION
                   MOVE SPACES TO WS-RG-OLD-GRADE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               NOT INVALID KEY
                   MOVE EH-GRADE TO WS-BEFORE-GRADE
                   MOVE PA-NEW-GRADE TO EH-GRADE
                   REWRITE ENROLLMENT-HISTORY-RECORD
                   MOVE WS-BEFORE-GRADE TO WS-RG-OLD-GRADE
                   MOVE "APPROVED - APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2400-WRITE-AUDIT-LINE
                   SET PA-APPLIED TO TRUE
                   ACCEPT PA-APPLIED-DATE FROM DATE YYYYMMDD
                   REWRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           MOVE PA-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE SPACE TO WS-RG-CHECK-DIGIT.
           MOVE PA-COURSE-CODE TO WS-RG-COURSE-CODE.
           MOVE PA-TERM TO WS-RG-TERM.
           MOVE PA-NEW-GRADE TO WS-RG-NEW-GRADE.
           MOVE PA-REASON-CODE TO WS-RG-REASON.
           WRITE GRADE-CHANGE-REGISTER-LINE
               FROM WS-REGISTER-DETAIL-LINE.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2150-VERIFY-CHECK-DIGIT.
           PERFORM 2200-VALIDATE-GRADE.
           EVALUATE TRUE
               WHEN CD-INVALID
                   MOVE "BAD CHECK DIGIT" TO WS-RG-DISPOSITION
                   MOVE SPACES TO WS-RG-OLD-GRADE
                   ADD 1 TO WS-CHECK-DIGIT-COUNT
                   PERFORM 2600-COUNT-REJECT
               WHEN GC-REASON-CODE IS EQUAL TO SPACES
                   MOVE "NO REASON CODE" TO WS-RG-DISPOSITION
                   MOVE SPACES TO WS-RG-OLD-GRADE
                   MOVE SPACES TO WS-RG-OLD-GRADE
                   PERFORM 2600-COUNT-REJECT
               WHEN OTHER
                   PERFORM 2300-HOLD-ONE-CHANGE
           END-EVALUATE.
           PERFORM 2500-WRITE-REGISTER-DETAIL.
           PERFORM 2100-READ-TRANSACTION.
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2150-VERIFY-CHECK-DIGIT.
           SET CD-FN-VERIFY TO TRUE.
           MOVE GC-STUDENT-ID TO CD-STUDENT-ID.
           MOVE GC-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.

      *----------------------------------------------------------------
      * Same grade rules as GRADEPST's live posting: A/B/C/D/F with
      * an optional + or -, or a bare I or W.
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A valid correction against a history record that exists is
      * held for approval, carrying the grade the record holds now
      * so the approver sees what it changes from.  The same
      * correction still open from an earlier night is rejected
      * ALREADY HELD rather than queued twice.
      *----------------------------------------------------------------
       2300-HOLD-ONE-CHANGE.
           MOVE GC-TERM TO EH-TERM.
           MOVE GC-STUDENT-ID TO EH-STUDENT-ID.
           MOVE GC-COURSE-CODE TO EH-COURSE-CODE.
                   MOVE SPACES TO WS-RG-OLD-GRADE
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   MOVE EH-GRADE TO WS-RG-OLD-GRADE
                   PERFORM 2310-FIND-OPEN-CORRECTION
                   IF WS-ITEM-FOUND
                       MOVE "ALREADY HELD" TO WS-RG-DISPOSITION
                       PERFORM 2600-COUNT-REJECT
                   ELSE
                       PERFORM 2330-WRITE-HELD-CORRECTION
                   END-IF
           END-READ.

       2310-FIND-OPEN-CORRECTION.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           MOVE "N" TO WS-PENDAPPR-EOF-SWITCH.
           MOVE GC-STUDENT-ID TO PA-STUDENT-ID.
           START PENDING-APPROVAL-FILE KEY IS EQUAL TO PA-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-START.
           PERFORM 2320-CHECK-ONE-HELD-ITEM
               UNTIL WS-END-OF-PENDAPPR OR WS-ITEM-FOUND.

       2320-CHECK-ONE-HELD-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-READ.
           IF NOT WS-END-OF-PENDAPPR
               IF PA-STUDENT-ID IS NOT EQUAL TO GC-STUDENT-ID
                   SET WS-END-OF-PENDAPPR TO TRUE
               ELSE
                   IF PA-GRADE-CHANGE AND PA-STILL-OPEN
                       AND PA-COURSE-CODE IS EQUAL TO GC-COURSE-CODE
                       AND PA-TERM IS EQUAL TO GC-TERM
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       2330-WRITE-HELD-CORRECTION.
           SET NB-FN-NEXT TO TRUE.
           MOVE "PENDSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           MOVE "NOT HELD - FILE ERR" TO WS-RG-DISPOSITION.
           IF NB-OK
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               MOVE NB-ASSIGNED-VALUE TO PA-SEQUENCE
               SET PA-GRADE-CHANGE TO TRUE
               SET PA-PENDING TO TRUE
               MOVE GC-STUDENT-ID TO PA-STUDENT-ID
               MOVE ZERO TO PA-SURVIVOR-ID
               MOVE GC-COURSE-CODE TO PA-COURSE-CODE
               MOVE GC-TERM TO PA-TERM
               MOVE EH-GRADE TO PA-OLD-GRADE
               MOVE GC-NEW-GRADE TO PA-NEW-GRADE
               MOVE GC-REASON-CODE TO PA-REASON-CODE
               MOVE WS-OPERATOR-ID TO PA-REQUESTED-BY
               ACCEPT PA-REQUEST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TM-HHMMSS TO PA-REQUEST-TIME
               MOVE ZERO TO PA-DECIDED-BY
               MOVE ZERO TO PA-DECISION-DATE
               MOVE ZERO TO PA-APPLIED-DATE
               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "HELD FOR APPROVAL" TO WS-RG-DISPOSITION
                       ADD 1 TO WS-HELD-COUNT
               END-WRITE
           END-IF.
           IF WS-RG-DISPOSITION IS NOT EQUAL TO "HELD FOR APPROVAL"
               PERFORM 2600-COUNT-REJECT
           END-IF.

      *----------------------------------------------------------------
      * Audit line for an approved correction just applied, from the
      * pending-approval item: the operator who keyed it and the one
      * who approved it, the reason, and the grades either side.
      *----------------------------------------------------------------
       2400-WRITE-AUDIT-LINE.
           ACCEPT GA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO GA-TIME.
           MOVE PA-REQUESTED-BY TO GA-OPERATOR-ID.
           MOVE PA-DECIDED-BY TO GA-APPROVER-ID.
           MOVE PA-STUDENT-ID TO GA-STUDENT-ID.
           MOVE PA-COURSE-CODE TO GA-COURSE-CODE.
           MOVE PA-TERM TO GA-TERM.
           MOVE PA-REASON-CODE TO GA-REASON-CODE.
           MOVE WS-BEFORE-GRADE TO GA-BEFORE-GRADE.
           MOVE PA-NEW-GRADE TO GA-AFTER-GRADE.
           OPEN EXTEND GRADE-CHANGE-AUDIT-FILE.
           IF WS-GRDCAUD-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT GRADE-CHANGE-AUDIT-FILE

       2500-WRITE-REGISTER-DETAIL.
           MOVE GC-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE GC-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE GC-COURSE-CODE TO WS-RG-COURSE-CODE.
           MOVE GC-TERM TO WS-RG-TERM.
           MOVE GC-NEW-GRADE TO WS-RG-NEW-GRADE.
           MOVE "CHANGES READ -         " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "CHANGES HELD -         " TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "APPROVED APPLIED -     " TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "APPROVED NOT APPLIED - " TO WS-TL-LABEL.
           MOVE WS-NOT-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "CHANGES REJECTED -     " TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "BAD CHECK DIGITS -     " TO WS-TL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-TL-COUNT.
           WRITE GRADE-CHANGE-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF (WS-REJECTED-COUNT IS GREATER THAN ZERO
                   OR WS-NOT-APPLIED-COUNT IS GREATER THAN ZERO)
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-HISTORY-IS-OPEN
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.
           IF WS-PENDAPPR-IS-OPEN
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           CLOSE GRADE-CHANGE-REGISTER.

       END PROGRAM GRDCHG.
