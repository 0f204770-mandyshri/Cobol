      * that was keyed and a date and time stamp, so repeated tries
      * against bad IDs are visible to the security activity report
      * instead of vanishing.
      *
      * A granted logon also opens a session on the ACTSESS active-
      * session file (layout in copybooks/ACTSESS.cpy), and run with
      * a PARM of LOGOFF this program closes it again: the record is
      * deleted and an "O" line with the session's length in minutes
      * goes on LOGONLOG.  While a session stands, a second logon
      * under the same ID is refused -- one operator, one terminal --
      * unless the standing session is older than the idle limit on
      * the SESSPARM control file (one record, minutes, four digits;
      * 480, one shift, when the file is missing).  A session that
      * old is taken as abandoned: it is closed with an "X" line on
      * LOGONLOG and the new logon replaces it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT SECURITY-PARM-FILE ASSIGN TO "SECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECPARM-STATUS.
           SELECT ACTIVE-SESSION-FILE ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AS-OPERATOR-ID
               FILE STATUS IS WS-ACTIVE-SESSION-STATUS.
           SELECT SESSION-PARM-FILE ASSIGN TO "SESSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOGON-LOG-FILE.
           COPY OPRMSTR.
       FD  SECURITY-PARM-FILE.
       01  SECURITY-PARM-RECORD        PIC 9(01).
       FD  ACTIVE-SESSION-FILE.
           COPY ACTSESS.
       FD  SESSION-PARM-FILE.
       01  SESSION-PARM-RECORD         PIC 9(04).
       WORKING-STORAGE SECTION.
           01  WS-STUDENT-NAME PIC X(30).
           01  WS-DATE PIC 9(08).
           01  WS-CONFIRM-PASSWORD PIC X(08) VALUE SPACES.
           01  WS-PASSWORD-SET-SWITCH PIC X(01) VALUE "N".
               88  WS-PASSWORD-IS-SET  VALUE "Y".
           01  WS-ACTIVE-SESSION-STATUS PIC X(02) VALUE "00".
               88  WS-AS-OK            VALUE "00".
           01  WS-SESSPARM-STATUS  PIC X(02) VALUE "00".
           01  WS-IDLE-LIMIT-MINUTES PIC 9(04) VALUE 480.
           01  WS-SESSION-FOUND-SWITCH PIC X(01) VALUE "N".
               88  WS-SESSION-FOUND    VALUE "Y".
      *    Which line WRITE-LOGON-LOG is writing: blank is the logon
      *    attempt itself (granted or denied off the switch above),
      *    "O" a logoff, "X" an abandoned session being replaced.
           01  WS-LOG-EVENT-CODE   PIC X(01) VALUE SPACE.
               88  WS-LOG-LOGOFF       VALUE "O".
               88  WS-LOG-SESSION-EXPIRED VALUE "X".
           01  WS-SESSION-MINUTES  PIC S9(07) VALUE ZERO.
           01  WS-MINUTES-DISPLAY  PIC ZZZZZZ9.
           01  WS-START-MINUTE     PIC 9(04) VALUE ZERO.
           01  WS-NOW-MINUTE       PIC 9(04) VALUE ZERO.
           01  WS-CLOCK-TIME       PIC 9(06) VALUE ZERO.
           01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
               05  WS-CLOCK-HH      PIC 9(02).
               05  WS-CLOCK-MM      PIC 9(02).
               05  WS-CLOCK-SS      PIC 9(02).
           01  HLO-PARM-TEXT       PIC X(80) VALUE SPACES.
           COPY UTILPARM.
           COPY NBRPARM.
           COPY BDPARM.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT HLO-PARM-TEXT FROM COMMAND-LINE.
           IF HLO-PARM-TEXT(1:6) IS EQUAL TO "LOGOFF"
               PERFORM LOGOFF-OPERATOR
           ELSE
               PERFORM LOGON-OPERATOR
           END-IF.
           STOP RUN.

       LOGON-OPERATOR.
           DISPLAY "Hello world"
           DISPLAY "Operator ID: "
           ACCEPT UP-OPERATOR-ID.
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.
           IF UP-FOUND
               MOVE UP-STUDENT-NAME TO WS-STUDENT-NAME
               PERFORM VERIFY-PASSWORD
               IF WS-LOGON-GRANTED
                   PERFORM OPEN-SESSION
               END-IF
           ELSE
               MOVE SPACES TO WS-STUDENT-NAME
               DISPLAY "Logon denied - operator ID not recognized"
           END-IF.
           IF WS-LOGON-GRANTED
               PERFORM STAMP-LAST-LOGON
               DISPLAY "Name :  " WS-STUDENT-NAME
               DISPLAY "Date : " WS-DATE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-LOGON-LOG.

      ******************************************************************
      * The password check runs against the Operator Master record
      * itself (opened I-O, since failures and locks write back), not
      * through UTIL's read-only lookup.  A locked record is refused
      * before the prompt -- there is no password a locked ID can
      * offer, whether it was locked for failures, for going unused,
      * or retired outright.
      ******************************************************************
       VERIFY-PASSWORD.
           OPEN I-O OPERATOR-MASTER-FILE.

       JUDGE-PASSWORD.
           IF OM-LOCKED
               IF OM-RETIRED
                   DISPLAY "Logon denied - operator ID is retired"
               ELSE
                   DISPLAY "Logon denied - operator ID is locked"
               END-IF
           ELSE
               IF OM-PASSWORD IS EQUAL TO SPACES
                   DISPLAY "First logon - a password must be set"
      * reported and the logon fails -- the operator tries again from
      * the top rather than looping forever at the prompt.  A set
      * password is good for a year (the expiry date is today plus
      * 10000, which moves YYYYMMDD one year forward), carried on to
      * the next business day when that lands on a weekend, holiday
      * or closure day, so it never runs out with the help desk shut.
      ******************************************************************
       CHANGE-PASSWORD.
           DISPLAY "New password: "
           ELSE
               IF WS-NEW-PASSWORD IS EQUAL TO WS-CONFIRM-PASSWORD
                   MOVE WS-NEW-PASSWORD TO OM-PASSWORD
                   PERFORM SET-PASSWORD-EXPIRY
                   MOVE SPACE TO OM-FORCE-CHANGE-FLAG
                   MOVE "Y" TO WS-PASSWORD-SET-SWITCH
               ELSE
               END-IF
           END-IF.

      ******************************************************************
      * A year on from the 29th of February is a date that doesn't
      * exist; BUSDAYS refuses it and the 28th is taken instead.
      ******************************************************************
       SET-PASSWORD-EXPIRY.
           SET BD-FN-NEXT-DAY TO TRUE.
           COMPUTE BD-START-DATE = WS-DATE + 10000.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           IF BD-INVALID
               SUBTRACT 1 FROM BD-START-DATE
               CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                       BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                       BD-DAY-TYPE, BD-STATUS-CODE
           END-IF.
           MOVE BD-RESULT-DATE TO OM-PASSWORD-EXPIRY.

      ******************************************************************
      * One session per operator ID.  A standing session younger than
      * the idle limit refuses this logon even though the password
      * was good -- the refusal goes on LOGONLOG as a denial like any
      * other.  An older one is closed out with its "X" line and this
      * logon takes its place.  The session file is created on first
      * use.
      ******************************************************************
       OPEN-SESSION.
           PERFORM LOAD-SESSION-PARM.
           OPEN I-O ACTIVE-SESSION-FILE.
           IF WS-ACTIVE-SESSION-STATUS IS EQUAL TO "35"
               OPEN OUTPUT ACTIVE-SESSION-FILE
               CLOSE ACTIVE-SESSION-FILE
               OPEN I-O ACTIVE-SESSION-FILE
           END-IF.
           IF WS-AS-OK
               MOVE "N" TO WS-SESSION-FOUND-SWITCH
               MOVE UP-OPERATOR-ID TO AS-OPERATOR-ID
               READ ACTIVE-SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SESSION-FOUND TO TRUE
               END-READ
               IF WS-SESSION-FOUND
                   PERFORM COMPUTE-SESSION-MINUTES
                   IF WS-SESSION-MINUTES IS LESS THAN
                           WS-IDLE-LIMIT-MINUTES
                       DISPLAY "Logon denied - ID already signed on"
                           " since " AS-LOGON-DATE " " AS-LOGON-TIME
                       MOVE "N" TO WS-LOGON-GRANTED-SWITCH
                   ELSE
                       DISPLAY "Abandoned session from " AS-LOGON-DATE
                           " " AS-LOGON-TIME " closed"
                       SET WS-LOG-SESSION-EXPIRED TO TRUE
                       PERFORM WRITE-LOGON-LOG
                       MOVE SPACE TO WS-LOG-EVENT-CODE
                       PERFORM BUILD-SESSION-RECORD
                       REWRITE ACTIVE-SESSION-RECORD
                   END-IF
               ELSE
                   PERFORM BUILD-SESSION-RECORD
                   WRITE ACTIVE-SESSION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               CLOSE ACTIVE-SESSION-FILE
           END-IF.

      ******************************************************************
      * Only a logon that got past the session check as well counts
      * as a logon: the record's last-logon date, which the
      * recertification run reads, is stamped here and not at the
      * password check, so a logon refused for a standing session
      * leaves it alone.
      ******************************************************************
       STAMP-LAST-LOGON.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF WS-OM-OK
               MOVE UP-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-DATE TO OM-LAST-LOGON-DATE
                       REWRITE OPERATOR-MASTER-RECORD
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       BUILD-SESSION-RECORD.
           MOVE SPACES TO ACTIVE-SESSION-RECORD.
           MOVE UP-OPERATOR-ID TO AS-OPERATOR-ID.
           MOVE WS-STUDENT-NAME TO AS-OPERATOR-NAME.
           MOVE WS-DATE TO AS-LOGON-DATE.
           MOVE WS-TM-HHMMSS TO AS-LOGON-TIME.

      ******************************************************************
      * PARM of LOGOFF: the operator keys the ID being signed off, the
      * session record comes off the file, and the "O" line on
      * LOGONLOG carries how long it stood.  An ID with no session
      * standing has nothing to close and is told so (RC 4).
      ******************************************************************
       LOGOFF-OPERATOR.
           DISPLAY "Operator ID: "
           ACCEPT UP-OPERATOR-ID.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE "N" TO WS-SESSION-FOUND-SWITCH.
           OPEN I-O ACTIVE-SESSION-FILE.
           IF WS-AS-OK
               MOVE UP-OPERATOR-ID TO AS-OPERATOR-ID
               READ ACTIVE-SESSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SESSION-FOUND TO TRUE
                       PERFORM COMPUTE-SESSION-MINUTES
                       MOVE AS-OPERATOR-NAME TO WS-STUDENT-NAME
                       DELETE ACTIVE-SESSION-FILE
               END-READ
               CLOSE ACTIVE-SESSION-FILE
           END-IF.
           IF WS-SESSION-FOUND
               SET WS-LOG-LOGOFF TO TRUE
               PERFORM WRITE-LOGON-LOG
               MOVE WS-SESSION-MINUTES TO WS-MINUTES-DISPLAY
               DISPLAY "Logged off - session minutes "
                   WS-MINUTES-DISPLAY
           ELSE
               DISPLAY "No active session for this operator ID"
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Whole minutes from the session's logon stamp to now.  The day
      * count runs through INTEGER-OF-DATE so a session across
      * midnight (or month end) still measures right; a clock that
      * reads earlier than the logon counts as zero.
      ******************************************************************
       COMPUTE-SESSION-MINUTES.
           MOVE AS-LOGON-TIME TO WS-CLOCK-TIME.
           COMPUTE WS-START-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           MOVE WS-TM-HHMMSS TO WS-CLOCK-TIME.
           COMPUTE WS-NOW-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           COMPUTE WS-SESSION-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-DATE)
                 - FUNCTION INTEGER-OF-DATE(AS-LOGON-DATE)) * 1440
               + WS-NOW-MINUTE - WS-START-MINUTE.
           IF WS-SESSION-MINUTES IS LESS THAN ZERO
               MOVE ZERO TO WS-SESSION-MINUTES
           END-IF.

      ******************************************************************
      * SESSPARM's single record is the idle limit in minutes.  Missing
      * file, or a zero that would let every logon replace a live
      * session, leaves the shop default of one shift standing.
      ******************************************************************
       LOAD-SESSION-PARM.
           OPEN INPUT SESSION-PARM-FILE.
           IF WS-SESSPARM-STATUS = "00"
               READ SESSION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-PARM-RECORD IS NUMERIC
                           AND SESSION-PARM-RECORD IS GREATER THAN ZERO
                           MOVE SESSION-PARM-RECORD
                               TO WS-IDLE-LIMIT-MINUTES
                       END-IF
               END-READ
               CLOSE SESSION-PARM-FILE
           END-IF.

      ******************************************************************
      * SECPARM's single record is the consecutive-failure limit as
      * one digit.  Missing file, or a zero that would lock everyone
           MOVE "LOGONSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           IF NB-OK
               MOVE NB-ASSIGNED-VALUE TO WS-LAST-SEQUENCE-NUMBER
           ELSE
           END-IF.
           MOVE SPACES TO LOGON-LOG-RECORD.
           MOVE WS-LAST-SEQUENCE-NUMBER TO LL-SEQUENCE-NUMBER.
           EVALUATE TRUE
               WHEN WS-LOG-LOGOFF
                   SET LL-LOGOFF TO TRUE
                   PERFORM MOVE-SESSION-MINUTES
               WHEN WS-LOG-SESSION-EXPIRED
                   SET LL-SESSION-EXPIRED TO TRUE
                   PERFORM MOVE-SESSION-MINUTES
               WHEN WS-LOGON-GRANTED
                   SET LL-LOGON-GRANTED TO TRUE
               WHEN OTHER
                   SET LL-LOGON-DENIED TO TRUE
                   MOVE SPACES TO WS-STUDENT-NAME
           END-EVALUATE.
           MOVE UP-OPERATOR-ID TO LL-STUDENT-ID.
           MOVE WS-STUDENT-NAME TO LL-STUDENT-NAME.
           MOVE WS-DATE TO LL-DATE.
           WRITE LOGON-LOG-RECORD.
           CLOSE LOGON-LOG-FILE.

      ******************************************************************
      * The log's minutes field is five digits; a session left
      * standing longer than that (over two months) logs as 99999.
      ******************************************************************
       MOVE-SESSION-MINUTES.
           IF WS-SESSION-MINUTES IS GREATER THAN 99999
               MOVE 99999 TO LL-SESSION-MINUTES
           ELSE
               MOVE WS-SESSION-MINUTES TO LL-SESSION-MINUTES
           END-IF.

       COUNT-LOGON-LOG-RECORDS.
           READ LOGON-LOG-FILE
               AT END
