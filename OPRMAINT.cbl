      *         and sets the force-change flag, so the operator sets
      *         a fresh one at next logon; used when a password is
      *         forgotten rather than merely expired.
      *      3. Add an operator -- writes a new Operator Master
      *         record with the name and authority level keyed, a
      *         blank password (set by the operator at first logon)
      *         and today as the added date.  An ID already on file,
      *         retired or not, is refused: IDs are never re-used.
      *      4. Change an operator's authority level -- the old and
      *         new levels both go on the log line.  The acting
      *         operator may not change their own level.
      *      5. Retire a leaver's ID -- the record stays on file so
      *         the audit trail still resolves the ID, but it is
      *         locked as retired, its password is blanked, and it
      *         holds no authority anywhere from then on.  Unlock and
      *         reset refuse a retired ID.
      *      6. Exit.
      *  Every action is logged to AUTHLOG too, so audit can see who
      *  did what to whom.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-MENU-DONE-SWITCH      PIC X(01) VALUE "N".
               88 WS-MENU-DONE         VALUE "Y".
           01 WS-ACTION-TEXT           PIC X(08) VALUE SPACES.
           01 WS-ACTION-DETAIL         PIC X(20) VALUE SPACES.
           01 WS-NEW-OPERATOR-NAME     PIC X(30) VALUE SPACES.
           01 WS-NEW-AUTHORITY-LEVEL   PIC 9(01) VALUE ZERO.
           01 WS-OLD-AUTHORITY-LEVEL   PIC 9(01) VALUE ZERO.
           01 WS-CONFIRM-ENTRY         PIC X(01) VALUE SPACE.
               88 WS-CONFIRMED         VALUE "Y" "y".
           01 WS-TODAY                 PIC 9(08) VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
           DISPLAY SPACE.
           DISPLAY "1. Unlock an operator ID".
           DISPLAY "2. Reset an operator's password".
           DISPLAY "3. Add an operator".
           DISPLAY "4. Change an operator's authority level".
           DISPLAY "5. Retire an operator ID".
           DISPLAY "6. Exit".
           DISPLAY "Enter choice - " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           MOVE SPACES TO WS-ACTION-DETAIL.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM UNLOCK-OPERATOR
               WHEN 2
                   PERFORM RESET-PASSWORD
               WHEN 3
                   PERFORM ADD-OPERATOR
               WHEN 4
                   PERFORM CHANGE-AUTHORITY
               WHEN 5
                   PERFORM RETIRE-OPERATOR
               WHEN 6
                   SET WS-MENU-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid choice, please enter 1-6."
           END-EVALUATE.

       UNLOCK-OPERATOR.
               INVALID KEY
                   DISPLAY "Operator ID not on file."
           END-READ.
           IF WS-OM-OK AND OM-RETIRED
               DISPLAY "Operator ID is retired - not unlocked."
           END-IF.
           IF WS-OM-OK AND NOT OM-RETIRED
               MOVE SPACE TO OM-LOCK-FLAG
               MOVE ZERO TO OM-FAIL-COUNT
               REWRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Operator ID not on file."
           END-READ.
           IF WS-OM-OK AND OM-RETIRED
               DISPLAY "Operator ID is retired - not reset."
           END-IF.
           IF WS-OM-OK AND NOT OM-RETIRED
               MOVE SPACES TO OM-PASSWORD
               MOVE "F" TO OM-FORCE-CHANGE-FLAG
               MOVE ZERO TO OM-FAIL-COUNT
               PERFORM LOG-SECURITY-ACTION
           END-IF.

      *----------------------------------------------------------------
      * A new ID starts with no password -- the logon path makes the
      * operator set one at first logon, exactly as after a reset --
      * and with no logon yet, so the recertification run counts its
      * idle days from the added date.
      *----------------------------------------------------------------
       ADD-OPERATOR.
           DISPLAY "New operator ID -       " WITH NO ADVANCING.
           ACCEPT WS-TARGET-OPERATOR-ID.
           IF WS-TARGET-OPERATOR-ID IS EQUAL TO ZERO
               DISPLAY "Operator ID must not be zero."
           ELSE
               MOVE WS-TARGET-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OM-OK
                   DISPLAY "Operator ID already on file."
               ELSE
                   PERFORM ACCEPT-NEW-OPERATOR
               END-IF
           END-IF.

       ACCEPT-NEW-OPERATOR.
           DISPLAY "Operator name -         " WITH NO ADVANCING.
           ACCEPT WS-NEW-OPERATOR-NAME.
           DISPLAY "Authority level (1-3) - " WITH NO ADVANCING.
           ACCEPT WS-NEW-AUTHORITY-LEVEL.
           EVALUATE TRUE
               WHEN WS-NEW-OPERATOR-NAME IS EQUAL TO SPACES
                   DISPLAY "Operator name must not be blank."
               WHEN WS-NEW-AUTHORITY-LEVEL IS LESS THAN 1
                   OR WS-NEW-AUTHORITY-LEVEL IS GREATER THAN 3
                   DISPLAY "Authority level must be 1, 2, or 3."
               WHEN OTHER
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE SPACES TO OPERATOR-MASTER-RECORD
                   MOVE WS-TARGET-OPERATOR-ID TO OM-OPERATOR-ID
                   MOVE WS-NEW-OPERATOR-NAME TO OM-OPERATOR-NAME
                   MOVE WS-NEW-AUTHORITY-LEVEL TO OM-AUTHORITY-LEVEL
                   MOVE ZERO TO OM-PASSWORD-EXPIRY
                   MOVE ZERO TO OM-FAIL-COUNT
                   MOVE ZERO TO OM-LAST-LOGON-DATE
                   MOVE WS-TODAY TO OM-ADDED-DATE
                   WRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Operator ID already on file."
                   END-WRITE
                   IF WS-OM-OK
                       DISPLAY "Operator " WS-TARGET-OPERATOR-ID
                           " added - password set at first logon."
                       MOVE "ADDED" TO WS-ACTION-TEXT
                       STRING " LEVEL " DELIMITED BY SIZE
                               WS-NEW-AUTHORITY-LEVEL DELIMITED BY SIZE
                               INTO WS-ACTION-DETAIL
                       PERFORM LOG-SECURITY-ACTION
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Nobody raises or lowers their own level: the change always
      * takes a second level-3 operator.  A retired ID has no level
      * to change.
      *----------------------------------------------------------------
       CHANGE-AUTHORITY.
           DISPLAY "Operator ID to change - " WITH NO ADVANCING.
           ACCEPT WS-TARGET-OPERATOR-ID.
           IF WS-TARGET-OPERATOR-ID IS EQUAL TO WS-ACTING-OPERATOR-ID
               DISPLAY "An operator may not change their own level."
           ELSE
               MOVE WS-TARGET-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Operator ID not on file."
               END-READ
               IF WS-OM-OK
                   IF OM-RETIRED
                       DISPLAY "Operator ID is retired - not changed."
                   ELSE
                       PERFORM ACCEPT-NEW-AUTHORITY
                   END-IF
               END-IF
           END-IF.

       ACCEPT-NEW-AUTHORITY.
           MOVE OM-AUTHORITY-LEVEL TO WS-OLD-AUTHORITY-LEVEL.
           DISPLAY "Current level is " WS-OLD-AUTHORITY-LEVEL.
           DISPLAY "New level (1-3) -       " WITH NO ADVANCING.
           ACCEPT WS-NEW-AUTHORITY-LEVEL.
           EVALUATE TRUE
               WHEN WS-NEW-AUTHORITY-LEVEL IS LESS THAN 1
                   OR WS-NEW-AUTHORITY-LEVEL IS GREATER THAN 3
                   DISPLAY "Authority level must be 1, 2, or 3."
               WHEN WS-NEW-AUTHORITY-LEVEL IS EQUAL TO
                   WS-OLD-AUTHORITY-LEVEL
                   DISPLAY "Level unchanged."
               WHEN OTHER
                   MOVE WS-NEW-AUTHORITY-LEVEL TO OM-AUTHORITY-LEVEL
                   REWRITE OPERATOR-MASTER-RECORD
                   DISPLAY "Operator " WS-TARGET-OPERATOR-ID
                       " now holds level " WS-NEW-AUTHORITY-LEVEL "."
                   MOVE "AUTHCHG" TO WS-ACTION-TEXT
                   STRING " LEVEL " DELIMITED BY SIZE
                           WS-OLD-AUTHORITY-LEVEL DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           WS-NEW-AUTHORITY-LEVEL DELIMITED BY SIZE
                           INTO WS-ACTION-DETAIL
                   PERFORM LOG-SECURITY-ACTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * Retirement is for good, so it is confirmed first.  The
      * acting operator can't retire their own ID -- that would
      * leave the console signed on under a dead ID.
      *----------------------------------------------------------------
       RETIRE-OPERATOR.
           DISPLAY "Operator ID to retire - " WITH NO ADVANCING.
           ACCEPT WS-TARGET-OPERATOR-ID.
           IF WS-TARGET-OPERATOR-ID IS EQUAL TO WS-ACTING-OPERATOR-ID
               DISPLAY "An operator may not retire their own ID."
           ELSE
               MOVE WS-TARGET-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "Operator ID not on file."
               END-READ
               IF WS-OM-OK
                   IF OM-RETIRED
                       DISPLAY "Operator ID is already retired."
                   ELSE
                       PERFORM CONFIRM-RETIREMENT
                   END-IF
               END-IF
           END-IF.

       CONFIRM-RETIREMENT.
           DISPLAY "Retire " OM-OPERATOR-NAME " (Y/N) - "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM-ENTRY.
           IF WS-CONFIRMED
               MOVE OM-AUTHORITY-LEVEL TO WS-OLD-AUTHORITY-LEVEL
               MOVE "R" TO OM-LOCK-FLAG
               MOVE SPACES TO OM-PASSWORD
               MOVE SPACE TO OM-FORCE-CHANGE-FLAG
               MOVE ZERO TO OM-FAIL-COUNT
               REWRITE OPERATOR-MASTER-RECORD
               DISPLAY "Operator " WS-TARGET-OPERATOR-ID " retired."
               MOVE "RETIRED" TO WS-ACTION-TEXT
               STRING " WAS LEVEL " DELIMITED BY SIZE
                       WS-OLD-AUTHORITY-LEVEL DELIMITED BY SIZE
                       INTO WS-ACTION-DETAIL
               PERFORM LOG-SECURITY-ACTION
           ELSE
               DISPLAY "Retirement cancelled."
           END-IF.

       LOG-SIGNON-REFUSAL.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "AUTH" TO EL-ERROR-CODE.
                   WS-ACTION-TEXT DELIMITED BY SIZE
                   " ID " DELIMITED BY SIZE
                   WS-TARGET-OPERATOR-ID DELIMITED BY SIZE
                   WS-ACTION-DETAIL DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           PERFORM WRITE-AUTH-LOG-LINE.

