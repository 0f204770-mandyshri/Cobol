       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRVCON.
      *****************************************************************
      *  Second-operator approval console.  The high-risk changes --
      *  Student Master deletes and withdrawals (UTIL), grade
      *  corrections (GRDCHG), and student merges (STUMERGE) -- are
      *  not applied when they are asked for but held on the
      *  pending-approval file (PENDAPPR, see copybooks PENDAPPR.cpy).
      *  Here a second operator reviews them.  The acting operator
      *  signs on with ID and password and must hold authority level
      *  3, the same sign-on OPRMAINT requires; a refusal is logged
      *  to AUTHLOG in the shared ERRLOG line layout.  The menu
      *  offers:
      *      1. Review items awaiting a decision -- every pending item
      *         in the order it was asked for, one at a time: what it
      *         would change, who asked for it and when.  The operator
      *         approves (A), rejects (R), skips (S) to the next, or
      *         quits (Q) back to the menu.  An item the acting
      *         operator asked for themselves is shown but cannot be
      *         decided here -- it needs a different operator.  An item
      *         the acting operator approved earlier that has not yet
      *         been applied shows up here too, so it can be seen
      *         through: a delete or withdrawal can be applied again
      *         (A) once whatever stopped it is cleared, and any such
      *         item can be canceled (C), which closes it as rejected
      *         with a note saying why.
      *      2. Exit.
      *  Approving or rejecting asks for a short note, and stamps the
      *  item with the deciding operator and the date; every decision
      *  goes on AUTHLOG too.  An approved delete or withdrawal is
      *  applied on the spot through UTIL's "X" function, under the
      *  approving operator, and the outcome is shown.  An approved
      *  grade correction applies on the next GRDCHG run, and an
      *  approved merge when STUMERGE is rerun for the same pair.
      *  Whatever is still undecided, or approved but not yet
      *  applied, is listed each night by PENDREG until it is seen
      *  through or canceled here.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-SEQUENCE
               ALTERNATE RECORD KEY IS PA-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT AUTHORITY-REFUSAL-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPRMSTR.
       FD  PENDING-APPROVAL-FILE.
           COPY PENDAPPR.
       FD  AUTHORITY-REFUSAL-LOG.
       01  AUTHORITY-REFUSAL-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-OM-OK             VALUE "00".
           01 WS-PENDAPPR-STATUS       PIC X(02) VALUE "00".
               88 WS-PA-OK             VALUE "00".
           01 WS-AUTHLOG-STATUS        PIC X(02) VALUE "00".
           01 WS-ACTING-OPERATOR-ID    PIC 9(4) VALUE ZERO.
           01 WS-PASSWORD-ENTRY        PIC X(08) VALUE SPACES.
           01 WS-SIGNON-OK-SWITCH      PIC X(01) VALUE "N".
               88 WS-SIGNON-OK         VALUE "Y".
           01 WS-MENU-CHOICE           PIC 9(01) VALUE ZERO.
           01 WS-MENU-DONE-SWITCH      PIC X(01) VALUE "N".
               88 WS-MENU-DONE         VALUE "Y".
           01 WS-REVIEW-DONE-SWITCH    PIC X(01) VALUE "N".
               88 WS-REVIEW-DONE       VALUE "Y".
           01 WS-DECISION-ENTRY        PIC X(01) VALUE SPACE.
               88 WS-DECIDE-APPROVE    VALUE "A" "a".
               88 WS-DECIDE-REJECT     VALUE "R" "r".
               88 WS-DECIDE-SKIP       VALUE "S" "s".
               88 WS-DECIDE-QUIT       VALUE "Q" "q".
               88 WS-DECIDE-CANCEL     VALUE "C" "c".
           01 WS-DECISION-OK-SWITCH    PIC X(01) VALUE "N".
               88 WS-DECISION-KEYED    VALUE "Y".
           01 WS-RESUME-SEQUENCE       PIC 9(07) VALUE ZERO.
           01 WS-ITEM-STUDENT-ID       PIC 9(7) VALUE ZERO.
           01 WS-SHOWN-COUNT           PIC 9(05) COMP VALUE ZERO.
           01 WS-DECIDED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
           01 WS-ITEM-TYPE-TEXT        PIC X(14) VALUE SPACES.
           01 WS-ACTION-TEXT           PIC X(08) VALUE SPACES.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY ERRLOG.
           COPY UTILPARM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT WS-OM-OK
               DISPLAY "APPRVCON - operator master unavailable"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SIGN-ON-OPERATOR
               CLOSE OPERATOR-MASTER-FILE
               IF WS-SIGNON-OK
                   PERFORM OPEN-PENDING-FILE
                   IF WS-PA-OK
                       PERFORM OPERATOR-MENU UNTIL WS-MENU-DONE
                       CLOSE PENDING-APPROVAL-FILE
                   ELSE
                       DISPLAY "APPRVCON - pending-approval file"
                           " unavailable"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * Deciding a held change is itself a destructive operation, so
      * the acting operator proves both the password and authority
      * level 3 before anything shows, exactly as OPRMAINT asks.
      *----------------------------------------------------------------
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID -   " WITH NO ADVANCING.
           ACCEPT WS-ACTING-OPERATOR-ID.
           DISPLAY "Password -      " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-ENTRY.
           MOVE WS-ACTING-OPERATOR-ID TO OM-OPERATOR-ID.
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "Sign-on refused - ID not recognized"
           END-READ.
           IF WS-OM-OK
               EVALUATE TRUE
                   WHEN OM-LOCKED
                       DISPLAY "Sign-on refused - ID is locked"
                       PERFORM LOG-SIGNON-REFUSAL
                   WHEN OM-PASSWORD IS NOT EQUAL TO WS-PASSWORD-ENTRY
                       DISPLAY "Sign-on refused - password does"
                           " not match"
                       PERFORM LOG-SIGNON-REFUSAL
                   WHEN OM-AUTHORITY-LEVEL IS LESS THAN 3
                       DISPLAY "Sign-on refused - authority level 3"
                           " required"
                       PERFORM LOG-SIGNON-REFUSAL
                   WHEN OTHER
                       SET WS-SIGNON-OK TO TRUE
               END-EVALUATE
           END-IF.

       OPEN-PENDING-FILE.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF WS-PENDAPPR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.

       OPERATOR-MENU.
           DISPLAY SPACE.
           DISPLAY "1. Review items awaiting a decision".
           DISPLAY "2. Exit".
           DISPLAY "Enter choice - " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM REVIEW-PENDING-ITEMS
               WHEN 2
                   SET WS-MENU-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1-2."
           END-EVALUATE.

      *----------------------------------------------------------------
      * Walks the file in sequence order from the top, stopping at
      * each item still pending.
      *----------------------------------------------------------------
       REVIEW-PENDING-ITEMS.
           MOVE ZERO TO WS-SHOWN-COUNT.
           MOVE ZERO TO WS-DECIDED-COUNT.
           MOVE "N" TO WS-REVIEW-DONE-SWITCH.
           MOVE ZERO TO PA-SEQUENCE.
           START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN
                   PA-SEQUENCE
               INVALID KEY
                   SET WS-REVIEW-DONE TO TRUE
           END-START.
           PERFORM REVIEW-ONE-ITEM UNTIL WS-REVIEW-DONE.
           MOVE WS-SHOWN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Items reviewed - " WS-COUNT-DISPLAY.
           MOVE WS-DECIDED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Items decided -  " WS-COUNT-DISPLAY.

       REVIEW-ONE-ITEM.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET WS-REVIEW-DONE TO TRUE
           END-READ.
           IF NOT WS-REVIEW-DONE
               EVALUATE TRUE
                   WHEN PA-PENDING
                       ADD 1 TO WS-SHOWN-COUNT
                       PERFORM SHOW-ITEM
                       IF PA-REQUESTED-BY IS EQUAL TO
                               WS-ACTING-OPERATOR-ID
                           DISPLAY "You asked for this change -"
                               " another operator must decide it."
                       ELSE
                           PERFORM DECIDE-ITEM
                       END-IF
                   WHEN PA-APPROVED
                       AND PA-DECIDED-BY IS EQUAL TO
                           WS-ACTING-OPERATOR-ID
                       ADD 1 TO WS-SHOWN-COUNT
                       PERFORM SHOW-ITEM
                       PERFORM FOLLOW-UP-APPROVED-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SHOW-ITEM.
           EVALUATE TRUE
               WHEN PA-STUDENT-DELETE
                   MOVE "DELETE" TO WS-ITEM-TYPE-TEXT
               WHEN PA-STUDENT-WITHDRAW
                   MOVE "WITHDRAW" TO WS-ITEM-TYPE-TEXT
               WHEN PA-GRADE-CHANGE
                   MOVE "GRADE CHANGE" TO WS-ITEM-TYPE-TEXT
               WHEN PA-STUDENT-MERGE
                   MOVE "MERGE" TO WS-ITEM-TYPE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ITEM-TYPE-TEXT
           END-EVALUATE.
           DISPLAY SPACE.
           DISPLAY "Item " PA-SEQUENCE "  " WS-ITEM-TYPE-TEXT
               "  asked for by " PA-REQUESTED-BY " on "
               PA-REQUEST-DATE " " PA-REQUEST-TIME.
           DISPLAY "  Student " PA-STUDENT-ID "  " PA-STUDENT-NAME.
           EVALUATE TRUE
               WHEN PA-GRADE-CHANGE
                   DISPLAY "  Course " PA-COURSE-CODE "  term "
                       PA-TERM "  grade " PA-OLD-GRADE " to "
                       PA-NEW-GRADE "  reason " PA-REASON-CODE
               WHEN PA-STUDENT-MERGE
                   DISPLAY "  Merged into survivor " PA-SURVIVOR-ID
               WHEN PA-STUDENT-WITHDRAW
                   DISPLAY "  Status to W - current-term enrollments"
                       " are withdrawn with it"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DECIDE-ITEM.
           MOVE "N" TO WS-DECISION-OK-SWITCH.
           PERFORM ACCEPT-DECISION UNTIL WS-DECISION-KEYED.
           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPROVE-ITEM
               WHEN WS-DECIDE-REJECT
                   PERFORM REJECT-ITEM
               WHEN WS-DECIDE-QUIT
                   SET WS-REVIEW-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCEPT-DECISION.
           DISPLAY "A approve, R reject, S skip, Q quit - "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-DECISION-ENTRY.
           ACCEPT WS-DECISION-ENTRY.
           IF WS-DECIDE-APPROVE OR WS-DECIDE-REJECT
                   OR WS-DECIDE-SKIP OR WS-DECIDE-QUIT
               SET WS-DECISION-KEYED TO TRUE
           ELSE
               DISPLAY "Please key A, R, S, or Q."
           END-IF.

      *----------------------------------------------------------------
      * An item this operator approved that has not gone through.  A
      * delete or withdrawal is offered to UTIL again; a grade
      * correction or merge still waits on its batch path.  Either
      * way it can be canceled instead of left on the register.
      *----------------------------------------------------------------
       FOLLOW-UP-APPROVED-ITEM.
           DISPLAY "You approved this on " PA-DECISION-DATE
               " - it has not been applied yet.".
           MOVE "N" TO WS-DECISION-OK-SWITCH.
           PERFORM ACCEPT-FOLLOW-UP UNTIL WS-DECISION-KEYED.
           EVALUATE TRUE
               WHEN WS-DECIDE-APPROVE
                   PERFORM APPLY-APPROVED-NOW
               WHEN WS-DECIDE-CANCEL
                   PERFORM CANCEL-APPROVED-ITEM
               WHEN WS-DECIDE-QUIT
                   SET WS-REVIEW-DONE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ACCEPT-FOLLOW-UP.
           MOVE SPACE TO WS-DECISION-ENTRY.
           IF PA-STUDENT-DELETE OR PA-STUDENT-WITHDRAW
               DISPLAY "A apply again, C cancel, S skip, Q quit - "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION-ENTRY
               IF WS-DECIDE-APPROVE OR WS-DECIDE-CANCEL
                       OR WS-DECIDE-SKIP OR WS-DECIDE-QUIT
                   SET WS-DECISION-KEYED TO TRUE
               ELSE
                   DISPLAY "Please key A, C, S, or Q."
               END-IF
           ELSE
               DISPLAY "C cancel, S skip, Q quit - "
                   WITH NO ADVANCING
               ACCEPT WS-DECISION-ENTRY
               IF WS-DECIDE-CANCEL OR WS-DECIDE-SKIP
                       OR WS-DECIDE-QUIT
                   SET WS-DECISION-KEYED TO TRUE
               ELSE
                   DISPLAY "Please key C, S, or Q."
               END-IF
           END-IF.

       CANCEL-APPROVED-ITEM.
           PERFORM STAMP-DECISION.
           SET PA-REJECTED TO TRUE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Item could not be updated - not canceled."
           END-REWRITE.
           IF WS-PA-OK
               ADD 1 TO WS-DECIDED-COUNT
               MOVE "CANCELED" TO WS-ACTION-TEXT
               PERFORM LOG-DECISION
               DISPLAY "Canceled - nothing is changed."
           END-IF.

      *----------------------------------------------------------------
      * The decision is stamped on the item first.  A delete or
      * withdrawal is then applied at once through UTIL "X": the file
      * is closed around the call, since UTIL opens it itself to mark
      * the item applied, and the browse picks up again after this
      * item once it is reopened.
      *----------------------------------------------------------------
       APPROVE-ITEM.
           PERFORM STAMP-DECISION.
           SET PA-APPROVED TO TRUE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Item could not be updated - not approved."
           END-REWRITE.
           IF WS-PA-OK
               ADD 1 TO WS-DECIDED-COUNT
               MOVE "APPROVED" TO WS-ACTION-TEXT
               PERFORM LOG-DECISION
               EVALUATE TRUE
                   WHEN PA-STUDENT-DELETE OR PA-STUDENT-WITHDRAW
                       PERFORM APPLY-APPROVED-NOW
                   WHEN PA-GRADE-CHANGE
                       DISPLAY "Approved - applies on the next"
                           " GRDCHG run."
                   WHEN PA-STUDENT-MERGE
                       DISPLAY "Approved - applies when STUMERGE is"
                           " rerun for " PA-SURVIVOR-ID " "
                           PA-STUDENT-ID "."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       REJECT-ITEM.
           PERFORM STAMP-DECISION.
           SET PA-REJECTED TO TRUE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Item could not be updated - not rejected."
           END-REWRITE.
           IF WS-PA-OK
               ADD 1 TO WS-DECIDED-COUNT
               MOVE "REJECTED" TO WS-ACTION-TEXT
               PERFORM LOG-DECISION
               DISPLAY "Rejected - nothing is changed."
           END-IF.

       STAMP-DECISION.
           DISPLAY "Note -          " WITH NO ADVANCING.
           MOVE SPACES TO PA-DECISION-NOTE.
           ACCEPT PA-DECISION-NOTE.
           MOVE WS-ACTING-OPERATOR-ID TO PA-DECIDED-BY.
           ACCEPT PA-DECISION-DATE FROM DATE YYYYMMDD.

       APPLY-APPROVED-NOW.
           MOVE PA-SEQUENCE TO WS-RESUME-SEQUENCE.
           MOVE PA-STUDENT-ID TO WS-ITEM-STUDENT-ID.
           CLOSE PENDING-APPROVAL-FILE.
           SET UP-FN-APPLY-APPROVED TO TRUE.
           MOVE WS-ITEM-STUDENT-ID TO UP-STUDENT-ID.
           MOVE WS-ACTING-OPERATOR-ID TO UP-OPERATOR-ID.
           MOVE SPACES TO UP-STUDENT-NAME.
           MOVE SPACES TO UP-COURSE-CODE.
           MOVE SPACE TO UP-STUDENT-STATUS.
           PERFORM CALL-UTIL.
           EVALUATE TRUE
               WHEN UP-FOUND
                   DISPLAY "Applied."
               WHEN UP-RECORD-BUSY
                   DISPLAY "Not applied - the student is in use;"
                       " apply it again or cancel it from the review."
               WHEN UP-NOT-AUTHORIZED
                   DISPLAY "Not applied - refused by UTIL."
               WHEN OTHER
                   DISPLAY "Not applied - student no longer on the"
                       " master; cancel it from the review."
           END-EVALUATE.
           PERFORM OPEN-PENDING-FILE.
           IF NOT WS-PA-OK
               DISPLAY "APPRVCON - pending-approval file lost"
               SET WS-REVIEW-DONE TO TRUE
               SET WS-MENU-DONE TO TRUE
           ELSE
               MOVE WS-RESUME-SEQUENCE TO PA-SEQUENCE
               START PENDING-APPROVAL-FILE KEY IS GREATER THAN
                       PA-SEQUENCE
                   INVALID KEY
                       SET WS-REVIEW-DONE TO TRUE
               END-START
           END-IF.

       CALL-UTIL.
           MOVE SPACES TO UP-STATUS-CODE.
           MOVE SPACE TO UP-CHECK-DIGIT.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       LOG-SIGNON-REFUSAL.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "AUTH" TO EL-ERROR-CODE.
           MOVE SPACES TO EL-ERROR-TEXT.
           STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ACTING-OPERATOR-ID DELIMITED BY SIZE
                   " REFUSED APPROVAL CONSOLE" DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           PERFORM WRITE-AUTH-LOG-LINE.

       LOG-DECISION.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "APRV" TO EL-ERROR-CODE.
           MOVE SPACES TO EL-ERROR-TEXT.
           STRING "OPR " DELIMITED BY SIZE
                   WS-ACTING-OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   PA-SEQUENCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PA-ITEM-TYPE DELIMITED BY SIZE
                   " STU " DELIMITED BY SIZE
                   PA-STUDENT-ID DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT
               ON OVERFLOW
                   DISPLAY "APPRVCON - log text cut short for item "
                       PA-SEQUENCE
           END-STRING.
           PERFORM WRITE-AUTH-LOG-LINE.

       WRITE-AUTH-LOG-LINE.
           MOVE "APPRVCON" TO EL-PROGRAM-ID.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO EL-TIME.
           OPEN EXTEND AUTHORITY-REFUSAL-LOG.
           IF WS-AUTHLOG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT AUTHORITY-REFUSAL-LOG
           END-IF.
           WRITE AUTHORITY-REFUSAL-LINE FROM ERROR-LOG-LINE.
           CLOSE AUTHORITY-REFUSAL-LOG.

       END PROGRAM APPRVCON.
