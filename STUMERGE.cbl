      *  Both IDs must exist on the Student Master and must differ,
      *  or nothing at all is touched (RC 8).  The operator comes
      *  from OPERID for the audit line.
      *
      *  A merge takes a student off the master, so it is never run
      *  on one operator's say-so.  The first run for a survivor/
      *  victim pair only holds the merge on the pending-approval
      *  file (PENDAPPR, see copybooks PENDAPPR.cpy) under the OPERID
      *  operator and ends RC 4, touching nothing else; a rerun while
      *  it is still waiting says so and ends RC 4 again.  Once a
      *  different level-3 operator has approved it at the APPRVCON
      *  console, the next run for the same pair carries the merge
      *  out, marks the item applied, and writes the STUAUDIT line
      *  under the operator who asked for the merge and the one who
      *  approved it.  A rejected merge is asked for afresh.
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
       FD  STUDENT-MASTER-FILE.
       FD  LOGON-LOG-FILE.
           COPY LOGONLOG.
       FD  STUDENT-AUDIT-FILE.
       01  STUDENT-AUDIT-LINE          PIC X(125).
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE         PIC X(90).
       FD  MERGE-REGISTER-FILE.
       01  MERGE-REGISTER-LINE         PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  PENDING-APPROVAL-FILE.
           COPY PENDAPPR.
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-MRGREG-STATUS         PIC X(02) VALUE "00".
           01 WS-CHGJRNL-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-PENDAPPR-STATUS       PIC X(02) VALUE "00".
               88 WS-PA-OK             VALUE "00".
           01 WS-PENDAPPR-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-PENDAPPR   VALUE "Y".
      *    Where the pair stands on the pending-approval file: "A"
      *    approved and ready to run, "P" already waiting, "H" held
      *    by this run, "E" the file could not be used.
           01 WS-APPROVAL-STATE        PIC X(01) VALUE SPACE.
               88 WS-MERGE-APPROVED    VALUE "A".
               88 WS-MERGE-WAITING     VALUE "P".
               88 WS-MERGE-HELD        VALUE "H".
               88 WS-APPROVAL-ERROR    VALUE "E".
           01 WS-ITEM-SEQUENCE         PIC 9(07) VALUE ZERO.
           01 WS-REQUESTER-ID          PIC 9(4) VALUE ZERO.
           01 WS-APPROVER-ID           PIC 9(4) VALUE ZERO.
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY STUAUDIT.
           COPY CHGJRNL.
           COPY NBRPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(26) VALUE
                   "STUMERGE - MERGE REGISTER".
           ELSE
               PERFORM 1000-VERIFY-BOTH-MASTERS
               IF WS-SETUP-OK
                   PERFORM 1500-CHECK-APPROVAL
                   EVALUATE TRUE
                       WHEN WS-MERGE-APPROVED
                           PERFORM 2000-RUN-MERGE
                           PERFORM 1700-MARK-MERGE-APPLIED
                       WHEN WS-APPROVAL-ERROR
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE STUDENT-MASTER-FILE
           END-IF.

      *----------------------------------------------------------------
      * Looks for this survivor/victim pair among the merges still
      * open on the pending-approval file, found through the victim's
      * ID.  An approved one is taken up; a pending one is left to
      * wait; with none the merge is held now under the OPERID
      * operator, its sequence from NBRASSGN's PENDSEQ series.
      *----------------------------------------------------------------
       1500-CHECK-APPROVAL.
           PERFORM 2050-RESOLVE-OPERATOR-ID.
           MOVE SPACE TO WS-APPROVAL-STATE.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.
           IF NOT WS-PA-OK
               DISPLAY "STUMERGE - PENDAPPR NOT AVAILABLE"
               SET WS-APPROVAL-ERROR TO TRUE
           ELSE
               MOVE "N" TO WS-PENDAPPR-EOF-SWITCH
               MOVE WS-VICTIM-ID TO PA-STUDENT-ID
               START PENDING-APPROVAL-FILE
                   KEY IS EQUAL TO PA-STUDENT-ID
                   INVALID KEY
                       SET WS-END-OF-PENDAPPR TO TRUE
               END-START
               PERFORM 1510-CHECK-ONE-ITEM
                   UNTIL WS-END-OF-PENDAPPR
                       OR WS-APPROVAL-STATE IS NOT EQUAL TO SPACE
               IF WS-APPROVAL-STATE IS EQUAL TO SPACE
                   PERFORM 1600-HOLD-MERGE
               END-IF
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-MERGE-WAITING
                   DISPLAY "STUMERGE - MERGE AWAITING APPROVAL - ITEM "
                       WS-ITEM-SEQUENCE
               WHEN WS-MERGE-HELD
                   DISPLAY "STUMERGE - MERGE HELD FOR APPROVAL - ITEM "
                       WS-ITEM-SEQUENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1510-CHECK-ONE-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-READ.
           IF NOT WS-END-OF-PENDAPPR
               IF PA-STUDENT-ID IS NOT EQUAL TO WS-VICTIM-ID
                   SET WS-END-OF-PENDAPPR TO TRUE
               ELSE
                   IF PA-STUDENT-MERGE
                       AND PA-SURVIVOR-ID IS EQUAL TO WS-SURVIVOR-ID
                       PERFORM 1520-TAKE-OPEN-ITEM
                   END-IF
               END-IF
           END-IF.

       1520-TAKE-OPEN-ITEM.
           EVALUATE TRUE
               WHEN PA-APPROVED
                   SET WS-MERGE-APPROVED TO TRUE
                   MOVE PA-SEQUENCE TO WS-ITEM-SEQUENCE
                   MOVE PA-REQUESTED-BY TO WS-REQUESTER-ID
                   MOVE PA-DECIDED-BY TO WS-APPROVER-ID
               WHEN PA-PENDING
                   SET WS-MERGE-WAITING TO TRUE
                   MOVE PA-SEQUENCE TO WS-ITEM-SEQUENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1600-HOLD-MERGE.
           SET NB-FN-NEXT TO TRUE.
           MOVE "PENDSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           SET WS-APPROVAL-ERROR TO TRUE.
           IF NB-OK
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               MOVE NB-ASSIGNED-VALUE TO PA-SEQUENCE
               SET PA-STUDENT-MERGE TO TRUE
               SET PA-PENDING TO TRUE
               MOVE WS-VICTIM-ID TO PA-STUDENT-ID
               MOVE WS-SURVIVOR-ID TO PA-SURVIVOR-ID
               MOVE WS-VI-STUDENT-NAME TO PA-STUDENT-NAME
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
                       SET WS-MERGE-HELD TO TRUE
                       MOVE PA-SEQUENCE TO WS-ITEM-SEQUENCE
               END-WRITE
           END-IF.
           IF WS-APPROVAL-ERROR
               DISPLAY "STUMERGE - MERGE COULD NOT BE HELD"
           END-IF.

      *----------------------------------------------------------------
      * The merge went through: its item is marked applied so no
      * later run for the pair can take the same approval twice.
      *----------------------------------------------------------------
       1700-MARK-MERGE-APPLIED.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PA-OK
               MOVE WS-ITEM-SEQUENCE TO PA-SEQUENCE
               READ PENDING-APPROVAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PA-APPLIED TO TRUE
                       ACCEPT PA-APPLIED-DATE FROM DATE YYYYMMDD
                       REWRITE PENDING-APPROVAL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       2000-RUN-MERGE.
           OPEN OUTPUT MERGE-REGISTER-FILE.
           MOVE WS-SURVIVOR-ID TO WS-RH-SURVIVOR.
           MOVE WS-VICTIM-ID TO WS-RH-VICTIM.
           WRITE MERGE-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           MOVE "MERGE APPROVED" TO WS-RG-ACTION.
           MOVE SPACES TO WS-RG-KEY-TEXT.
           STRING "ITEM " DELIMITED BY SIZE
                   WS-ITEM-SEQUENCE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-APPROVER-ID DELIMITED BY SIZE
                   INTO WS-RG-KEY-TEXT.
           WRITE MERGE-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           PERFORM 3000-MOVE-ENROLLMENTS.
           PERFORM 4000-MOVE-HISTORY.
           PERFORM 5000-ANNOTATE-LOGON-LOG.
      *----------------------------------------------------------------
      * The audit line carries the victim's record as the before
      * image and the survivor's as the after image under function
      * "M", so the maintenance trail shows where the record went,
      * and names the operator who asked for the merge and the one
      * who approved it.
      *----------------------------------------------------------------
       5100-ANNOTATE-STUDENT-AUDIT.
           ACCEPT SA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO SA-TIME.
           MOVE "M" TO SA-FUNCTION-CODE.
           MOVE WS-REQUESTER-ID TO SA-OPERATOR-ID.
           MOVE WS-APPROVER-ID TO SA-APPROVER-ID.
           MOVE WS-VICTIM-ID TO SA-STUDENT-ID.
           MOVE WS-VICTIM-RECORD TO SA-BEFORE-IMAGE.
           MOVE WS-SURVIVOR-RECORD TO SA-AFTER-IMAGE.
