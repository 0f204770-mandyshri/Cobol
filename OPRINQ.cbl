      *  keys a student ID once and can then page through everything
      *  the shop knows about it --
      *      1. the Student Master record (name and status, through
      *         UTIL's "S" lookup).  A student not on the master is
      *         looked for on the Student Archive, and one found
      *         there shows with an ARCHIVED marker and the date it
      *         was moved -- STUPURG's RESTORE run brings it back;
      *      2. every enrollment, through the same UTIL "E"-with-
      *         blank-course-code / "N" enumeration the other
      *         inquiry paths use;
      *         cross-reference UTIL maintains, for the visitor who
      *         doesn't know their ID -- full or partial surname in,
      *         pick-list of IDs/statuses/names out;
      *      6. the student's active registration holds, read
      *         straight off the HOLDS file -- type, placing office,
      *         date placed, and reason for each hold in force;
      *      7. the student's weekly class schedule for the current
      *         term -- the same Monday-to-Sunday grid the SCHDPRT
      *         print shows, built by the SCHDGRID service;
      *      8. exit.
      *  A student ID is keyed as printed, with its check digit, and
      *  is verified through CHKDIGIT before anything is looked up --
      *  a keying slip is turned away at the prompt instead of
      *  showing the desk some other student.  The name-search
      *  pick-list shows each ID with its check digit for the same
      *  reason.
      *  Everything here is read-only -- no maintenance function is
      *  reachable from this program, so front-desk staff can use it
      *  without touching the masters.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NAME-XREF-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-STUDENT-ID
               FILE STATUS IS WS-STUDENT-ARCHIVE-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOGON-LOG-FILE.
           COPY LOGONLOG.
       FD  NAME-XREF-FILE.
           COPY STUNAMX.
       FD  STUDENT-ARCHIVE-FILE.
           COPY STUARCH.
       FD  REGISTRATION-HOLD-FILE.
           COPY HOLDS.
       WORKING-STORAGE SECTION.
           01 WS-LOGON-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-LOG-OK            VALUE "00".
           01 WS-MENU-DONE-SWITCH      PIC X(01) VALUE "N".
               88 WS-MENU-DONE         VALUE "Y".
           01 WS-INQUIRY-ID            PIC 9(7) VALUE ZERO.
           01 WS-INQUIRY-CHECK-DIGIT   PIC X(01) VALUE SPACE.
           01 WS-KEYED-STUDENT-ID      PIC X(08) VALUE SPACES.
           01 WS-KEYED-ID-PARTS REDEFINES WS-KEYED-STUDENT-ID.
               05 WS-KEYED-ID-NUMBER    PIC X(07).
               05 WS-KEYED-CHECK-DIGIT  PIC X(01).
           01 WS-ID-ACCEPTED-SWITCH    PIC X(01) VALUE "N".
               88 WS-ID-ACCEPTED       VALUE "Y".
           01 WS-NAME-XREF-STATUS      PIC X(02) VALUE "00".
               88 WS-NX-OK             VALUE "00".
           01 WS-XREF-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-XREF       VALUE "Y".
           01 WS-STUDENT-ARCHIVE-STATUS PIC X(02) VALUE "00".
               88 WS-SR-OK             VALUE "00".
           01 WS-ARCHIVE-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ARCHIVE-IS-OPEN   VALUE "Y".
           01 WS-HOLDS-STATUS          PIC X(02) VALUE "00".
               88 WS-HL-OK             VALUE "00".
           01 WS-HOLDS-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-HOLDS      VALUE "Y".
           01 WS-SEARCH-NAME           PIC X(30) VALUE SPACES.
           01 WS-SEARCH-LENGTH         PIC 9(02) COMP VALUE ZERO.
           01 WS-TRIM-INDEX            PIC 9(02) COMP VALUE ZERO.
           01 WS-TRIM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TRIM-FOUND        VALUE "Y".
           01 WS-MATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
           01 WS-ENROLLMENT-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
           COPY UTILPARM.
           COPY CHKDPARM.
           COPY SGPARM.
           01 WS-LINE-INDEX            PIC 9(03) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PROMPT-FOR-STUDENT-ID.
           STOP RUN.

       PROMPT-FOR-STUDENT-ID.
           MOVE "N" TO WS-ID-ACCEPTED-SWITCH.
           PERFORM ACCEPT-STUDENT-ID UNTIL WS-ID-ACCEPTED.

       ACCEPT-STUDENT-ID.
           DISPLAY "Student ID -    " WITH NO ADVANCING.
           MOVE SPACES TO WS-KEYED-STUDENT-ID.
           ACCEPT WS-KEYED-STUDENT-ID.
           PERFORM VERIFY-KEYED-ID.
           IF CD-VALID
               PERFORM TAKE-KEYED-ID
           ELSE
               DISPLAY "Check digit does not match - "
                   "key the full ID again."
           END-IF.

      *----------------------------------------------------------------
      * The keyed ID is seven digits and the check digit; anything
      * that isn't seven digits in front fails the same way a wrong
      * check digit does.
      *----------------------------------------------------------------
       VERIFY-KEYED-ID.
           SET CD-INVALID TO TRUE.
           IF WS-KEYED-ID-NUMBER IS NUMERIC
               SET CD-FN-VERIFY TO TRUE
               MOVE WS-KEYED-ID-NUMBER TO CD-STUDENT-ID
               MOVE WS-KEYED-CHECK-DIGIT TO CD-CHECK-DIGIT
               CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                       CD-CHECK-DIGIT, CD-STATUS-CODE
           END-IF.

       TAKE-KEYED-ID.
           MOVE CD-STUDENT-ID TO WS-INQUIRY-ID.
           MOVE CD-CHECK-DIGIT TO WS-INQUIRY-CHECK-DIGIT.
           SET WS-ID-ACCEPTED TO TRUE.

       OPERATOR-MENU.
           DISPLAY SPACE.
           DISPLAY "Inquiry for student " WS-INQUIRY-ID
               WS-INQUIRY-CHECK-DIGIT.
           DISPLAY "1. Student master record".
           DISPLAY "2. Enrollments".
           DISPLAY "3. Logon activity".
           DISPLAY "4. New student ID".
           DISPLAY "5. Find student by name".
           DISPLAY "6. Active holds".
           DISPLAY "7. Class schedule".
           DISPLAY "8. Exit".
           DISPLAY "Enter choice - " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 5
                   PERFORM SEARCH-BY-NAME
               WHEN 6
                   PERFORM SHOW-ACTIVE-HOLDS
               WHEN 7
                   PERFORM SHOW-CLASS-SCHEDULE
               WHEN 8
                   SET WS-MENU-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1-8."
           END-EVALUATE.

       SHOW-STUDENT-RECORD.
           IF UP-FOUND
               DISPLAY "Name :   " UP-STUDENT-NAME
               DISPLAY "Status : " UP-STUDENT-STATUS
           ELSE
               PERFORM SHOW-ARCHIVED-STUDENT
           END-IF.

       SHOW-ARCHIVED-STUDENT.
           MOVE "N" TO WS-ARCHIVE-OPEN-SWITCH.
           OPEN INPUT STUDENT-ARCHIVE-FILE.
           IF WS-SR-OK
               SET WS-ARCHIVE-IS-OPEN TO TRUE
               MOVE WS-INQUIRY-ID TO SR-STUDENT-ID
               READ STUDENT-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-SR-OK
               DISPLAY "Name :   " SR-STUDENT-NAME
               DISPLAY "Status : " SR-STATUS-CODE
                   "   ARCHIVED " SR-ARCHIVE-DATE
           ELSE
               DISPLAY "Student ID not on the Student Master."
           END-IF.
           IF WS-ARCHIVE-IS-OPEN
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.

       SHOW-ENROLLMENTS.
           MOVE ZERO TO WS-ENROLLMENT-COUNT.
      * stored surname-first on the master, so leading characters are
      * the surname) and the STUNAMX cross-reference is browsed from
      * that prefix: every entry whose name starts with what was
      * keyed prints as one pick-list line -- ID with its check
      * digit, status, name.  The operator then keys one of the
      * listed IDs (or 0 for none), which has to verify like any
      * other keyed ID, and the inquiry continues under it.
      *----------------------------------------------------------------
       SEARCH-BY-NAME.
           DISPLAY "Surname (full or partial) - " WITH NO ADVANCING.
               IF WS-MATCH-COUNT IS EQUAL TO ZERO
                   DISPLAY "No matching students on file."
               ELSE
                   PERFORM PICK-FROM-LIST
               END-IF
           END-IF.

       PICK-FROM-LIST.
           DISPLAY "Select ID (0 for none) - " WITH NO ADVANCING.
           MOVE SPACES TO WS-KEYED-STUDENT-ID.
           ACCEPT WS-KEYED-STUDENT-ID.
           IF WS-KEYED-STUDENT-ID IS NOT EQUAL TO SPACES
                   AND WS-KEYED-STUDENT-ID IS NOT EQUAL TO "0"
               PERFORM VERIFY-KEYED-ID
               IF CD-VALID
                   PERFORM TAKE-KEYED-ID
               ELSE
                   DISPLAY "Check digit does not match - "
                       "inquiry stays on " WS-INQUIRY-ID
                       WS-INQUIRY-CHECK-DIGIT
               END-IF
           END-IF.

                   SET WS-END-OF-XREF TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   SET CD-FN-COMPUTE TO TRUE
                   MOVE NX-STUDENT-ID TO CD-STUDENT-ID
                   CALL "CHKDIGIT" USING CD-FUNCTION-CODE,
                           CD-STUDENT-ID, CD-CHECK-DIGIT,
                           CD-STATUS-CODE
                   DISPLAY NX-STUDENT-ID CD-CHECK-DIGIT " "
                       NX-STATUS-CODE " " NX-STUDENT-NAME
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * HOLDS is keyed student then hold type, so one START at the
      * student's ID and a read forward until the ID changes finds
      * every hold the student has ever had; released ones are
      * history and aren't shown.  No HOLDS file means no holds.
      *----------------------------------------------------------------
       SHOW-ACTIVE-HOLDS.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE "N" TO WS-HOLDS-EOF-SWITCH.
           OPEN INPUT REGISTRATION-HOLD-FILE.
           IF NOT WS-HL-OK
               SET WS-END-OF-HOLDS TO TRUE
           ELSE
               MOVE WS-INQUIRY-ID TO HL-STUDENT-ID
               MOVE LOW-VALUES TO HL-HOLD-TYPE
               START REGISTRATION-HOLD-FILE KEY IS NOT LESS THAN HL-KEY
                   INVALID KEY
                       SET WS-END-OF-HOLDS TO TRUE
               END-START
               PERFORM SHOW-ONE-HOLD UNTIL WS-END-OF-HOLDS
               CLOSE REGISTRATION-HOLD-FILE
           END-IF.
           IF WS-MATCH-COUNT IS EQUAL TO ZERO
               DISPLAY "No active holds on file."
           END-IF.

       SHOW-ONE-HOLD.
           READ REGISTRATION-HOLD-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
           END-READ.
           IF NOT WS-END-OF-HOLDS
               IF HL-STUDENT-ID IS NOT EQUAL TO WS-INQUIRY-ID
                   SET WS-END-OF-HOLDS TO TRUE
               ELSE
                   IF HL-ACTIVE
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY HL-HOLD-TYPE " " HL-PLACING-OFFICE " "
                           HL-DATE-PLACED " " HL-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The current term's schedule, one-shot: without a batch start
      * SCHDGRID opens and closes its files on the call.
      *----------------------------------------------------------------
       SHOW-CLASS-SCHEDULE.
           SET SG-FN-BUILD-GRID TO TRUE.
           MOVE WS-INQUIRY-ID TO SG-STUDENT-ID.
           MOVE SPACES TO SG-TERM.
           CALL "SCHDGRID" USING SG-FUNCTION-CODE, SG-STUDENT-ID,
                   SG-TERM, SG-LINE-COUNT, SG-LINE-TABLE,
                   SG-STATUS-CODE.
           EVALUATE TRUE
               WHEN SG-BUILT
                   DISPLAY "Term " SG-TERM
                   PERFORM SHOW-ONE-SCHEDULE-LINE
                       VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX IS GREATER THAN
                           SG-LINE-COUNT
               WHEN SG-UNKNOWN-TERM
                   DISPLAY "No current term on the Term Master."
               WHEN OTHER
                   DISPLAY "No enrollments in term " SG-TERM "."
           END-EVALUATE.

       SHOW-ONE-SCHEDULE-LINE.
           DISPLAY SG-LINE (WS-LINE-INDEX).

      *----------------------------------------------------------------
      * The live LOGONLOG is short since the retention job moved the
      * old entries to the archives, so showing every line for this
      *----------------------------------------------------------------
       CALL-UTIL.
           MOVE SPACES TO UP-STATUS-CODE.
           MOVE WS-INQUIRY-CHECK-DIGIT TO UP-CHECK-DIGIT.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       END PROGRAM OPRINQ.
