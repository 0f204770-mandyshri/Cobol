      *      "U" - update the name (and, when UP-STUDENT-STATUS is
      *            non-blank, the status) on an existing Student
      *            Master record for UP-STUDENT-ID.  UP-NOT-FOUND
      *            comes back if the ID isn't on file.  A change of
      *            status to withdrawn is not applied but held for
      *            approval (see below).
      *      "D" - delete the Student Master record for UP-STUDENT-ID.
      *            UP-NOT-FOUND comes back if the ID isn't on file.
      *            The delete is not applied but held for approval.
      *      "P" - STUPURG's archive move: delete the Student Master
      *            record for UP-STUDENT-ID without holding it, but
      *            only when the Student Archive (STUARCH) already
      *            carries the record's exact image -- a student
      *            moved, not lost, and RESTORE brings them back.
      *            Anything else comes back UP-ARCHIVE-NOT-VERIFIED.
      *      "X" - apply the approved delete or withdrawal held for
      *            UP-STUDENT-ID.  UP-OPERATOR-ID must be the level-3
      *            operator who approved it; UP-NOT-FOUND comes back
      *            if there is no approved item waiting.
      *      "R" - add an enrollment for UP-STUDENT-ID/UP-COURSE-CODE
      *            with course name UP-COURSE-NAME and term UP-TERM.
      *            UP-DUPLICATE comes back if the enrollment is
      *  master can be traced to what changed it, when, and under
      *  which operator.
      *
      *  Deletes and withdrawals are high-risk: one level-2 operator
      *  must not be able to remove or withdraw a student with nobody
      *  else looking.  "D", and a "U" that would withdraw a student
      *  who is not withdrawn already, write an item to the pending-
      *  approval file (PENDAPPR, see copybooks PENDAPPR.cpy) and come
      *  back UP-HELD-FOR-APPROVAL with the master untouched; asking
      *  again while an item is still open for the same student and
      *  change does not queue a second one.  A different operator at
      *  authority level 3 approves or rejects it at the APPRVCON
      *  console, which applies an approval through "X" -- the same
      *  update and delete paths, audited with the operator who asked
      *  for the change and the one who approved it.
      *
      *  Enrollment adds ("R") are refused with
      *  UP-STUDENT-NOT-ACTIVE for a student whose master record is
      *  inactive or withdrawn, and are validated against the Course
      *  that frees a seat promotes the first queued student into
      *  ENROLL.  Both events are logged to WAITLOG for the daily
      *  waitlist activity register.
      *
      *  A section cancellation run opens with "K" rather than the
      *  batch-start "B": files stay open the same way as in batch
      *  mode, and until the "Z" end-of-run every "W" drop
      *  is taken as part of a cancelled section -- the add/drop
      *  window is not checked, since the whole section goes whatever
      *  the date, and no waitlisted student is promoted into the
      *  seat, since there is no section left to promote into.
      *
      *  An enrollment add is also refused with UP-REGISTRATION-HOLD
      *  while the student has any active hold on the HOLDS file --
      *  a business office, library, or advising block -- and the
      *  refusal is logged to AUTHLOG alongside the authority
      *  refusals, naming the hold type that stopped it.
      *
      *  A caller passing a keyed-in student ID sends its check digit
      *  along in UP-CHECK-DIGIT.  The student functions ("S"/"E" and
      *  the six maintenance functions) verify it through CHKDIGIT
      *  before the authority check and before any file is touched;
      *  a digit that does not belong to the ID comes back
      *  UP-BAD-CHECK-DIGIT, so a transposed ID that happens to exist
      *  never reaches the other student's record.  A blank digit is
      *  an ID the caller took from a file of its own, and is not
      *  checked.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NAME-XREF-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-SEQUENCE
               ALTERNATE RECORD KEY IS PA-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-STUDENT-ID
               FILE STATUS IS WS-STUDENT-ARCHIVE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       FD  AUTHORITY-REFUSAL-LOG.
       01  AUTHORITY-REFUSAL-LINE      PIC X(80).
       FD  STUDENT-AUDIT-FILE.
       01  STUDENT-AUDIT-LINE          PIC X(125).
       FD  INTENT-LOCK-FILE.
           COPY LOCKFILE.
       FD  NOTIFICATION-QUEUE.
       01  WITHDRAWAL-REGISTER-LINE    PIC X(80).
       FD  NAME-XREF-FILE.
           COPY STUNAMX.
       FD  REGISTRATION-HOLD-FILE.
           COPY HOLDS.
       FD  PENDING-APPROVAL-FILE.
           COPY PENDAPPR.
       FD  STUDENT-ARCHIVE-FILE.
           COPY STUARCH.
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS   PIC X(02) VALUE "00".
               88 WS-SM-OK               VALUE "00".
               88 WS-COURSE-IS-VALID      VALUE "Y".
           01 WS-STUDENT-ELIGIBLE-SWITCH  PIC X(01) VALUE "Y".
               88 WS-STUDENT-IS-ELIGIBLE  VALUE "Y".
           01 WS-HOLDS-STATUS             PIC X(02) VALUE "00".
           01 WS-HOLDS-EOF-SWITCH         PIC X(01) VALUE "N".
               88 WS-END-OF-HOLDS         VALUE "Y".
           01 WS-HOLD-FOUND-SWITCH        PIC X(01) VALUE "N".
               88 WS-HOLD-FOUND           VALUE "Y".
           01 WS-BLOCKING-HOLD-TYPE       PIC X(03) VALUE SPACES.
      *    Batch (keep-open) mode: "B" turns it on, "Z" closes
      *    whatever is open and turns it off.  While it is on, each
      *    file opens on first use -- the masters that get written
      *    file-open overhead on every record.
           01 WS-KEEP-OPEN-SWITCH         PIC X(01) VALUE "N".
               88 WS-KEEP-FILES-OPEN      VALUE "Y".
      *    Section cancellation mode: "K" turns it on along with
      *    keep-open mode, "Z" turns both off.
           01 WS-SECTION-CANCEL-SWITCH    PIC X(01) VALUE "N".
               88 WS-SECTION-CANCEL-MODE  VALUE "Y".
           01 WS-SM-OPEN-SWITCH           PIC X(01) VALUE "N".
               88 WS-SM-IS-OPEN           VALUE "Y".
           01 WS-EN-OPEN-SWITCH           PIC X(01) VALUE "N".
               05 WS-WD-TERM              PIC X(06).
               05 FILLER                  PIC X(01) VALUE SPACE.
               05 FILLER                  PIC X(08) VALUE "W POSTED".
           01 WS-PENDAPPR-STATUS          PIC X(02) VALUE "00".
               88 WS-PA-OK                VALUE "00".
           01 WS-PENDAPPR-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-PENDAPPR      VALUE "Y".
           01 WS-ITEM-FOUND-SWITCH        PIC X(01) VALUE "N".
               88 WS-ITEM-FOUND           VALUE "Y".
           01 WS-HOLD-ITEM-TYPE           PIC X(01) VALUE SPACE.
           01 WS-STUDENT-ARCHIVE-STATUS   PIC X(02) VALUE "00".
               88 WS-SR-OK                VALUE "00".
           01 WS-ARCHIVE-COPY-SWITCH      PIC X(01) VALUE "N".
               88 WS-ARCHIVE-COPY-MATCHES VALUE "Y".
      *    Set while "X" replays an approved item through the update
      *    or delete path, so the audit line goes out under the
      *    function the change was asked for with and names both the
      *    operator who asked and the one who approved.
           01 WS-APPLY-APPROVED-SWITCH    PIC X(01) VALUE "N".
               88 WS-APPLYING-APPROVED    VALUE "Y".
           01 WS-APPROVED-FUNCTION        PIC X(01) VALUE SPACE.
           01 WS-APPROVED-REQUESTER       PIC 9(4) VALUE ZERO.
           01 WS-BEFORE-IMAGE             PIC X(44) VALUE SPACES.
      *    The before-image is the whole old master record; the
      *    redefinition picks the old name and status back out so the
           COPY WAITLOG.
           COPY CHGJRNL.
           COPY NBRPARM.
           COPY CHKDPARM.
       LINKAGE SECTION.
           COPY UTILPARM.
       PROCEDURE DIVISION USING UP-FUNCTION-CODE, UP-STUDENT-ID,
               UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
               UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
               UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
               UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
               UP-CHECK-DIGIT.
       MAIN-PROCEDURE.
           DISPLAY 'In Called Program'.
           IF UP-CHECK-DIGIT IS NOT EQUAL TO SPACE
                   AND UP-CHECK-DIGIT IS NOT EQUAL TO LOW-VALUE
               IF UP-FN-STUDENT-LOOKUP OR UP-FN-ENROLLMENT-LOOKUP
                       OR UP-FN-ADD-STUDENT OR UP-FN-UPDATE-STUDENT
                       OR UP-FN-DELETE-STUDENT OR UP-FN-ADD-ENROLLMENT
                       OR UP-FN-DROP-ENROLLMENT
                       OR UP-FN-CHANGE-ENROLLMENT
                   PERFORM VERIFY-CHECK-DIGIT
                   IF CD-INVALID
                       SET UP-BAD-CHECK-DIGIT TO TRUE
                       GOBACK
                   END-IF
               END-IF
           END-IF.
           IF UP-FN-ADD-STUDENT OR UP-FN-UPDATE-STUDENT
                   OR UP-FN-DELETE-STUDENT OR UP-FN-ADD-ENROLLMENT
                   OR UP-FN-DROP-ENROLLMENT
                   OR UP-FN-CHANGE-ENROLLMENT
                   OR UP-FN-PURGE-DELETE OR UP-FN-APPLY-APPROVED
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF WS-OPERATOR-AUTHORITY IS LESS THAN 2
                   GOBACK
               END-IF
               IF UP-FN-APPLY-APPROVED
                       AND WS-OPERATOR-AUTHORITY IS LESS THAN 3
                   SET UP-NOT-AUTHORIZED TO TRUE
                   PERFORM WRITE-AUTHORITY-REFUSAL
                   GOBACK
               END-IF
               PERFORM ACQUIRE-RECORD-LOCK
               IF NOT WS-LOCK-ACQUIRED
                   GOBACK
                   PERFORM UPDATE-STUDENT
               WHEN UP-FN-DELETE-STUDENT
                   PERFORM DELETE-STUDENT
               WHEN UP-FN-PURGE-DELETE
                   PERFORM DELETE-STUDENT
               WHEN UP-FN-APPLY-APPROVED
                   PERFORM APPLY-APPROVED-ITEM
               WHEN UP-FN-ADD-ENROLLMENT
                   PERFORM ADD-ENROLLMENT
               WHEN UP-FN-DROP-ENROLLMENT
               WHEN UP-FN-BATCH-START
                   MOVE "Y" TO WS-KEEP-OPEN-SWITCH
                   SET UP-FOUND TO TRUE
               WHEN UP-FN-SECTION-CANCEL
                   MOVE "Y" TO WS-KEEP-OPEN-SWITCH
                   MOVE "Y" TO WS-SECTION-CANCEL-SWITCH
                   SET UP-FOUND TO TRUE
               WHEN UP-FN-END-OF-RUN
                   PERFORM END-BATCH-RUN
               WHEN OTHER
           END-IF.
           GOBACK.

       VERIFY-CHECK-DIGIT.
           SET CD-FN-VERIFY TO TRUE.
           MOVE UP-STUDENT-ID TO CD-STUDENT-ID.
           MOVE UP-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.

      *----------------------------------------------------------------
      * UP-FUNCTION-CODE = "S": look up UP-STUDENT-ID on the Student
      * Master file and return the name in UP-STUDENT-NAME.
      * UP-FUNCTION-CODE = "U": update the name on the existing Student
      * Master record for UP-STUDENT-ID.  UP-NOT-FOUND comes back if
      * the ID isn't on file; the record is left alone rather than
      * being added, since that is what the "A" function is for.  An
      * update that would withdraw a student not already withdrawn
      * is held for approval instead; "X" brings it back through here
      * once approved.
      *----------------------------------------------------------------
       UPDATE-STUDENT.
           PERFORM VALIDATE-STUDENT-NAME.
                           SET UP-NOT-FOUND TO TRUE
                   END-READ
                   IF WS-SM-OK
                       IF UP-FN-UPDATE-STUDENT
                               AND UP-STATUS-WITHDRAWN
                               AND NOT SM-WITHDRAWN
                           MOVE "W" TO WS-HOLD-ITEM-TYPE
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM REWRITE-STUDENT-MASTER
                       END-IF
                   END-IF
                   PERFORM CLOSE-STUDENT-MASTER
               END-IF
           END-IF.

       REWRITE-STUDENT-MASTER.
           MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE UP-STUDENT-NAME TO SM-STUDENT-NAME.
           IF UP-STUDENT-STATUS IS NOT EQUAL TO SPACE
               MOVE UP-STUDENT-STATUS TO SM-STATUS-CODE
           END-IF.
           REWRITE STUDENT-MASTER-RECORD.
           SET UP-FOUND TO TRUE.
           MOVE STUDENT-MASTER-RECORD TO SA-AFTER-IMAGE.
           PERFORM WRITE-STUDENT-AUDIT.
           PERFORM DELETE-NAME-XREF-ENTRY.
           PERFORM ADD-NAME-XREF-ENTRY.
           MOVE "U" TO CJ-ACTION.
           PERFORM JOURNAL-STUDENT-CHANGE.
           IF SM-STATUS-CODE IS NOT EQUAL TO WS-BI-STATUS-CODE
               MOVE "STAT" TO WS-EVENT-CODE
               MOVE SM-STUDENT-ID TO WS-EVENT-STUDENT-ID
               MOVE SPACES TO WS-EVENT-COURSE-CODE
               MOVE SPACES TO WS-EVENT-TERM
               PERFORM QUEUE-NOTIFICATION
           END-IF.
           IF SM-WITHDRAWN
               AND WS-BI-STATUS-CODE IS NOT EQUAL TO "W"
               PERFORM CASCADE-WITHDRAWAL
           END-IF.

      *----------------------------------------------------------------
      * UP-FUNCTION-CODE = "R": add an enrollment keyed on
      * UP-STUDENT-ID/UP-COURSE-CODE with course name UP-COURSE-NAME
           PERFORM VALIDATE-ENROLLMENT-TERM.
           IF WS-TERM-IS-VALID
               PERFORM VALIDATE-STUDENT-FOR-ADD
               IF WS-STUDENT-IS-ELIGIBLE
                   PERFORM CHECK-REGISTRATION-HOLDS
               END-IF
               IF WS-STUDENT-IS-ELIGIBLE
                   PERFORM VALIDATE-COURSE-FOR-ADD
                   IF WS-COURSE-IS-VALID
               PERFORM CLOSE-STUDENT-MASTER
           END-IF.

      *----------------------------------------------------------------
      * Any active hold on the HOLDS file stops an "R" add, whichever
      * office placed it.  The student's holds sit together under the
      * ID at the front of the key, so a START finds them without a
      * full pass.  No HOLDS file on the system yet means no holds.
      * A refusal comes back UP-REGISTRATION-HOLD and is logged to
      * AUTHLOG with the first active hold type found.
      *----------------------------------------------------------------
       CHECK-REGISTRATION-HOLDS.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH.
           MOVE "N" TO WS-HOLDS-EOF-SWITCH.
           OPEN INPUT REGISTRATION-HOLD-FILE.
           IF WS-HOLDS-STATUS IS EQUAL TO "00"
               MOVE UP-STUDENT-ID TO HL-STUDENT-ID
               MOVE LOW-VALUES TO HL-HOLD-TYPE
               START REGISTRATION-HOLD-FILE
                   KEY IS NOT LESS THAN HL-KEY
                   INVALID KEY
                       SET WS-END-OF-HOLDS TO TRUE
               END-START
               PERFORM SCAN-ONE-HOLD
                   UNTIL WS-END-OF-HOLDS OR WS-HOLD-FOUND
               CLOSE REGISTRATION-HOLD-FILE
           END-IF.
           IF WS-HOLD-FOUND
               MOVE "N" TO WS-STUDENT-ELIGIBLE-SWITCH
               SET UP-REGISTRATION-HOLD TO TRUE
               PERFORM WRITE-HOLD-REFUSAL
           END-IF.

       SCAN-ONE-HOLD.
           READ REGISTRATION-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HL-STUDENT-ID IS NOT EQUAL TO UP-STUDENT-ID
                       SET WS-END-OF-HOLDS TO TRUE
                   ELSE
                       IF HL-ACTIVE
                           SET WS-HOLD-FOUND TO TRUE
                           MOVE HL-HOLD-TYPE TO WS-BLOCKING-HOLD-TYPE
                       END-IF
                   END-IF
           END-READ.

       WRITE-ENROLLMENT.
           PERFORM OPEN-ENROLLMENT-UPDATE.
           IF WS-ENROLLMENT-STATUS IS EQUAL TO "35"

      *----------------------------------------------------------------
      * Confirms the course an "R" add names is real and has a seat
      * left.  The course must be on the Course Master and not
      * retired (UP-UNKNOWN-COURSE if not), and the enrollments
      * already on file for it must number fewer than its seat
      * capacity (UP-COURSE-FULL if not).  The Course Master's
      * official course name replaces whatever spelling the caller
      * supplied, so every enrollment for a course carries the same
      * name.  The seat count rides the course-code alternate index,
      * so it reads only the course's own records.
      *----------------------------------------------------------------
       VALIDATE-COURSE-FOR-ADD.
           MOVE "N" TO WS-COURSE-VALID-SWITCH.
                       SET UP-UNKNOWN-COURSE TO TRUE
               END-READ
               IF WS-CM-OK
                   IF CM-RETIRED
                       SET UP-UNKNOWN-COURSE TO TRUE
                   ELSE
                       MOVE CM-COURSE-NAME TO UP-COURSE-NAME
                       MOVE CM-SEAT-CAPACITY TO WS-SEAT-CAPACITY
                       MOVE "Y" TO WS-COURSE-VALID-SWITCH
                   END-IF
               END-IF
               PERFORM CLOSE-COURSE-MASTER
           END-IF.
      * (or the file itself doesn't exist yet).  The record is read
      * ahead of the delete so its term's add/drop window can be
      * checked -- UP-TERM-CLOSED, and the record stays, when the
      * window doesn't cover today.  In section cancellation mode the
      * window is waived and the freed seat is not offered to the
      * waitlist.
      *----------------------------------------------------------------
       DROP-ENROLLMENT.
           IF WS-ENROLLMENT-CURSOR-OPEN
                       SET UP-NOT-FOUND TO TRUE
               END-READ
               IF WS-EN-OK
                   IF WS-SECTION-CANCEL-MODE
                       MOVE "Y" TO WS-TERM-VALID-SWITCH
                   ELSE
                       PERFORM VALIDATE-DROP-TERM
                   END-IF
                   IF WS-TERM-IS-VALID
                       DELETE ENROLLMENT-FILE
                           INVALID KEY
                               TO WS-EVENT-COURSE-CODE
                           MOVE EN-TERM TO WS-EVENT-TERM
                           PERFORM QUEUE-NOTIFICATION
                           IF NOT WS-SECTION-CANCEL-MODE
                               PERFORM PROMOTE-FROM-WAITLIST
                           END-IF
                       END-IF
                   END-IF
               END-IF
      * file (or the file itself doesn't exist yet); nothing is
      * written in that case, matching how "U" treats a missing
      * record.  The record is read ahead of the delete so the audit
      * line can carry its before-image.  A "D" is held for approval
      * rather than applied; "X" brings it back through here once
      * approved, and "P" (STUPURG's archive move) goes through only
      * when STUARCH already holds the record exactly as it stands.
      *----------------------------------------------------------------
       DELETE-STUDENT.
           PERFORM OPEN-STUDENT-MASTER-UPDATE.
                       SET UP-NOT-FOUND TO TRUE
               END-READ
               IF WS-SM-OK
                   EVALUATE TRUE
                       WHEN UP-FN-DELETE-STUDENT
                           MOVE "D" TO WS-HOLD-ITEM-TYPE
                           PERFORM HOLD-FOR-APPROVAL
                       WHEN UP-FN-PURGE-DELETE
                           PERFORM VERIFY-ARCHIVE-COPY
                           IF WS-ARCHIVE-COPY-MATCHES
                               PERFORM REMOVE-STUDENT-MASTER
                           ELSE
                               SET UP-ARCHIVE-NOT-VERIFIED TO TRUE
                               PERFORM WRITE-AUTHORITY-REFUSAL
                           END-IF
                       WHEN OTHER
                           PERFORM REMOVE-STUDENT-MASTER
                   END-EVALUATE
               END-IF
               PERFORM CLOSE-STUDENT-MASTER
           END-IF.

       REMOVE-STUDENT-MASTER.
           MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE.
           DELETE STUDENT-MASTER-FILE
               INVALID KEY
                   SET UP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET UP-FOUND TO TRUE
           END-DELETE.
           IF UP-FOUND
               MOVE SPACES TO SA-AFTER-IMAGE
               PERFORM WRITE-STUDENT-AUDIT
               PERFORM DELETE-NAME-XREF-ENTRY
               MOVE "D" TO CJ-ACTION
               PERFORM JOURNAL-STUDENT-CHANGE
           END-IF.

      *----------------------------------------------------------------
      * The archive move's safeguard: the Student Archive record for
      * the student must carry the master record byte for byte, so a
      * "P" can only ever take off the master what is already kept.
      *----------------------------------------------------------------
       VERIFY-ARCHIVE-COPY.
           MOVE "N" TO WS-ARCHIVE-COPY-SWITCH.
           OPEN INPUT STUDENT-ARCHIVE-FILE.
           IF WS-SR-OK
               MOVE UP-STUDENT-ID TO SR-STUDENT-ID
               READ STUDENT-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SR-OK
                   AND SR-MASTER-IMAGE IS EQUAL TO
                       STUDENT-MASTER-RECORD
                   SET WS-ARCHIVE-COPY-MATCHES TO TRUE
               END-IF
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.

      *----------------------------------------------------------------
      * Holds a delete ("D") or withdrawal ("W", in WS-HOLD-ITEM-TYPE)
      * on the pending-approval file instead of applying it, and
      * comes back UP-HELD-FOR-APPROVAL.  An item of the same type
      * still open (pending or approved) for the same student is the
      * same request asked twice, and no second item is written.  The
      * sequence number comes from NBRASSGN's PENDSEQ series.  If the
      * item cannot be written the change is not applied either --
      * it comes back UP-RECORD-BUSY for the caller to try again.
      *----------------------------------------------------------------
       HOLD-FOR-APPROVAL.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.
           IF NOT WS-PA-OK
               SET UP-RECORD-BUSY TO TRUE
           ELSE
               PERFORM START-STUDENT-ITEMS
               PERFORM SCAN-ONE-HELD-ITEM
                   UNTIL WS-END-OF-PENDAPPR OR WS-ITEM-FOUND
               IF WS-ITEM-FOUND
                   SET UP-HELD-FOR-APPROVAL TO TRUE
               ELSE
                   PERFORM WRITE-HELD-ITEM
               END-IF
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       START-STUDENT-ITEMS.
           MOVE "N" TO WS-PENDAPPR-EOF-SWITCH.
           MOVE UP-STUDENT-ID TO PA-STUDENT-ID.
           START PENDING-APPROVAL-FILE KEY IS EQUAL TO PA-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-START.

       SCAN-ONE-HELD-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-READ.
           IF NOT WS-END-OF-PENDAPPR
               IF PA-STUDENT-ID IS NOT EQUAL TO UP-STUDENT-ID
                   SET WS-END-OF-PENDAPPR TO TRUE
               ELSE
                   IF PA-ITEM-TYPE IS EQUAL TO WS-HOLD-ITEM-TYPE
                       AND PA-STILL-OPEN
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-HELD-ITEM.
           SET NB-FN-NEXT TO TRUE.
           MOVE "PENDSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           IF NOT NB-OK
               SET UP-RECORD-BUSY TO TRUE
           ELSE
               MOVE SPACES TO PENDING-APPROVAL-RECORD
               MOVE NB-ASSIGNED-VALUE TO PA-SEQUENCE
               MOVE WS-HOLD-ITEM-TYPE TO PA-ITEM-TYPE
               SET PA-PENDING TO TRUE
               MOVE UP-STUDENT-ID TO PA-STUDENT-ID
               MOVE ZERO TO PA-SURVIVOR-ID
               IF PA-STUDENT-WITHDRAW
                   MOVE UP-STUDENT-NAME TO PA-STUDENT-NAME
               ELSE
                   MOVE SM-STUDENT-NAME TO PA-STUDENT-NAME
               END-IF
               MOVE UP-OPERATOR-ID TO PA-REQUESTED-BY
               ACCEPT PA-REQUEST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-OF-DAY FROM TIME
               MOVE WS-TM-HHMMSS TO PA-REQUEST-TIME
               MOVE ZERO TO PA-DECIDED-BY
               MOVE ZERO TO PA-DECISION-DATE
               MOVE ZERO TO PA-APPLIED-DATE
               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       SET UP-RECORD-BUSY TO TRUE
                   NOT INVALID KEY
                       SET UP-HELD-FOR-APPROVAL TO TRUE
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * UP-FUNCTION-CODE = "X": apply the approved delete or
      * withdrawal waiting for UP-STUDENT-ID.  Only the operator who
      * approved it may apply it (the console does so the moment the
      * approval is keyed); anyone else comes back UP-NOT-AUTHORIZED
      * and is logged.  The item replays through the ordinary delete
      * or update path, and once that goes through the item is marked
      * applied.  A change that no longer goes through -- the student
      * has gone from the master meanwhile -- leaves the item approved
      * and on the nightly PENDREG register for someone to look at.
      *----------------------------------------------------------------
       APPLY-APPROVED-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF NOT WS-PA-OK
               SET UP-NOT-FOUND TO TRUE
           ELSE
               PERFORM START-STUDENT-ITEMS
               PERFORM SCAN-ONE-APPROVED-ITEM
                   UNTIL WS-END-OF-PENDAPPR OR WS-ITEM-FOUND
               EVALUATE TRUE
                   WHEN NOT WS-ITEM-FOUND
                       SET UP-NOT-FOUND TO TRUE
                   WHEN PA-DECIDED-BY IS NOT EQUAL TO UP-OPERATOR-ID
                       SET UP-NOT-AUTHORIZED TO TRUE
                       PERFORM WRITE-AUTHORITY-REFUSAL
                   WHEN OTHER
                       PERFORM REPLAY-APPROVED-ITEM
               END-EVALUATE
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       SCAN-ONE-APPROVED-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PENDAPPR TO TRUE
           END-READ.
           IF NOT WS-END-OF-PENDAPPR
               IF PA-STUDENT-ID IS NOT EQUAL TO UP-STUDENT-ID
                   SET WS-END-OF-PENDAPPR TO TRUE
               ELSE
                   IF PA-APPROVED
                       AND (PA-STUDENT-DELETE OR PA-STUDENT-WITHDRAW)
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       REPLAY-APPROVED-ITEM.
           SET WS-APPLYING-APPROVED TO TRUE.
           MOVE PA-REQUESTED-BY TO WS-APPROVED-REQUESTER.
           IF PA-STUDENT-DELETE
               MOVE "D" TO WS-APPROVED-FUNCTION
               PERFORM DELETE-STUDENT
           ELSE
               MOVE "U" TO WS-APPROVED-FUNCTION
               MOVE PA-STUDENT-NAME TO UP-STUDENT-NAME
               SET UP-STATUS-WITHDRAWN TO TRUE
               PERFORM UPDATE-STUDENT
           END-IF.
           MOVE "N" TO WS-APPLY-APPROVED-SWITCH.
           IF UP-FOUND
               SET PA-APPLIED TO TRUE
               ACCEPT PA-APPLIED-DATE FROM DATE YYYYMMDD
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      *----------------------------------------------------------------
      * UP-FUNCTION-CODE = "O": look up UP-OPERATOR-ID on the Operator
      * Master file and return the operator's name and authority
      * level.  The name comes back in UP-STUDENT-NAME -- the one
      * name buffer the interface carries -- so callers that used to
      * resolve operators through the student lookup keep working the
      * same way.  A retired ID still resolves to its name, for the
      * audit trail's sake, but comes back holding authority zero.
      *
      * With no OPRMSTR file on the system the lookup still comes
      * back UP-NOT-FOUND (a logon must not be granted to a name
               IF WS-OM-OK
                   SET UP-FOUND TO TRUE
                   MOVE OM-OPERATOR-NAME TO UP-STUDENT-NAME
                   IF OM-RETIRED
                       MOVE ZERO TO UP-AUTHORITY-LEVEL
                   ELSE
                       MOVE OM-AUTHORITY-LEVEL TO UP-AUTHORITY-LEVEL
                   END-IF
               ELSE
                   SET UP-NOT-FOUND TO TRUE
                   MOVE SPACES TO UP-STUDENT-NAME
       BUILD-LOCK-KEY.
           MOVE SPACES TO IL-KEY.
           IF UP-FN-ADD-STUDENT OR UP-FN-UPDATE-STUDENT
               OR UP-FN-DELETE-STUDENT OR UP-FN-PURGE-DELETE
               OR UP-FN-APPLY-APPROVED
               MOVE "STUMSTR" TO IL-FILE-ID
               MOVE UP-STUDENT-ID TO IL-RECORD-KEY(1:7)
           ELSE
      * UP-OPERATOR-ID must hold authority level 2 or better.  With
      * no Operator Master file on the system yet the check is
      * waived (the shop is still converting); with the file present,
      * an unknown operator counts as authority zero, and so does a
      * retired one.  A refusal sets UP-NOT-AUTHORIZED and is logged
      * to AUTHLOG so security can see who was turned away from what.
      *----------------------------------------------------------------
       CHECK-OPERATOR-AUTHORITY.
           MOVE ZERO TO WS-OPERATOR-AUTHORITY.
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OM-OK AND NOT OM-RETIRED
                   MOVE OM-AUTHORITY-LEVEL TO WS-OPERATOR-AUTHORITY
               END-IF
               PERFORM CLOSE-OPERATOR-MASTER
      * and the record's before- and after-images (see copybooks
      * STUAUDIT.cpy).  The caller leaves the before-image in
      * WS-BEFORE-IMAGE and the after-image in SA-AFTER-IMAGE before
      * performing this.  A replayed approval names the operator who
      * asked for the change and the one who approved it.
      *----------------------------------------------------------------
       WRITE-STUDENT-AUDIT.
           ACCEPT SA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO SA-TIME.
           IF WS-APPLYING-APPROVED
               MOVE WS-APPROVED-FUNCTION TO SA-FUNCTION-CODE
               MOVE WS-APPROVED-REQUESTER TO SA-OPERATOR-ID
               MOVE UP-OPERATOR-ID TO SA-APPROVER-ID
           ELSE
               MOVE UP-FUNCTION-CODE TO SA-FUNCTION-CODE
               MOVE UP-OPERATOR-ID TO SA-OPERATOR-ID
               MOVE ZERO TO SA-APPROVER-ID
           END-IF.
           MOVE UP-STUDENT-ID TO SA-STUDENT-ID.
           MOVE WS-BEFORE-IMAGE TO SA-BEFORE-IMAGE.
           OPEN EXTEND STUDENT-AUDIT-FILE.
           MOVE "NOTIFSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           IF NB-OK
               OPEN I-O NOTIFICATION-QUEUE
               IF WS-NOTIFYQ-STATUS IS EQUAL TO "35"
                   " REFUSED FUNCTION " DELIMITED BY SIZE
                   UP-FUNCTION-CODE DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           PERFORM APPEND-AUTHLOG-LINE.

       WRITE-HOLD-REFUSAL.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "UTIL" TO EL-PROGRAM-ID.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO EL-TIME.
           MOVE "HOLD" TO EL-ERROR-CODE.
           STRING "STUDENT " DELIMITED BY SIZE
                   UP-STUDENT-ID DELIMITED BY SIZE
                   " ADD REFUSED - HOLD " DELIMITED BY SIZE
                   WS-BLOCKING-HOLD-TYPE DELIMITED BY SIZE
                   " BY OPR " DELIMITED BY SIZE
                   UP-OPERATOR-ID DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           PERFORM APPEND-AUTHLOG-LINE.

       APPEND-AUTHLOG-LINE.
           OPEN EXTEND AUTHORITY-REFUSAL-LOG.
           IF WS-AUTHLOG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT AUTHORITY-REFUSAL-LOG
               MOVE "N" TO WS-OM-OPEN-SWITCH
           END-IF.
           MOVE "N" TO WS-KEEP-OPEN-SWITCH.
           MOVE "N" TO WS-SECTION-CANCEL-SWITCH.
           SET UP-FOUND TO TRUE.

      *----------------------------------------------------------------
