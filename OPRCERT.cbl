       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.
      *****************************************************************
      *  Quarterly operator access recertification.  Lists every
      *  operator on the Operator Master, in ID order, with the
      *  authority level held, the last granted logon, the password
      *  expiry, and the days since the ID was last used, and ends
      *  with a sign-off block for the reviewer and the approver --
      *  the printed report is the access review the auditors file.
      *
      *  The last granted logon comes from LOGONLOG: the log is read
      *  once, front to back, and the latest "G" line per operator ID
      *  is kept.  LOGARCH moves old lines off the live log, so an
      *  operator idle longer than the log's retention has no line
      *  left there; for them the last-logon date the logon program
      *  stamps on the Operator Master record stands in, and the
      *  later of the two dates is the one reported.  An ID that has
      *  never logged on prints NEVER and counts its idle days from
      *  the date it was added.
      *
      *  The PARM gives N, the idle limit in days (no PARM means 90,
      *  one quarter).  An active ID idle N days or more is locked
      *  here and now -- OM-LOCK-FLAG goes to "I", which the logon
      *  path refuses like any other lock and only a level-3
      *  operator clears through OPRMAINT -- and each such lock is
      *  logged to AUTHLOG in the shared ERRLOG line layout.  IDs
      *  already locked or retired are listed as they stand and left
      *  alone.  Any lock taken on the run ends it RC 4, so the
      *  reviewer knows there are IDs to confirm; no OPRMSTR is RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT LOGON-LOG-FILE ASSIGN TO "LOGONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGONLOG-STATUS.
           SELECT AUTHORITY-REFUSAL-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "OPRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPRCRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
           COPY OPRMSTR.
       FD  LOGON-LOG-FILE.
           COPY LOGONLOG.
       FD  AUTHORITY-REFUSAL-LOG.
       01  AUTHORITY-REFUSAL-LINE      PIC X(80).
       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-OM-OK             VALUE "00".
           01 WS-LOGONLOG-STATUS       PIC X(02) VALUE "00".
               88 WS-LL-OK             VALUE "00".
           01 WS-AUTHLOG-STATUS        PIC X(02) VALUE "00".
           01 WS-OPRCRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-LOG-EOF-SWITCH        PIC X(01) VALUE "N".
               88 WS-END-OF-LOG        VALUE "Y".
           01 WS-OPERATOR-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-OPERATORS  VALUE "Y".
           01 CRT-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-IDLE-DAYS-X           PIC X(03) VALUE SPACES.
           01 WS-IDLE-LIMIT-DAYS       PIC 9(03) VALUE 90.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-LAST-LOGON-DATE       PIC 9(08) VALUE ZERO.
           01 WS-IDLE-BASE-DATE        PIC 9(08) VALUE ZERO.
           01 WS-IDLE-DAYS             PIC S9(07) VALUE ZERO.
           01 WS-OPERATOR-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-LEVEL-3-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-LOCKED-NOW-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-ALREADY-LOCKED-COUNT  PIC 9(05) COMP VALUE ZERO.
           01 WS-RETIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
      *    Latest granted logon date on the live log, one slot per
      *    possible operator ID -- the four-digit ID is the subscript.
           01 WS-LAST-GRANT-TABLE.
               05 WS-LAST-GRANT-DATE    PIC 9(08) OCCURS 9999 TIMES.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           01 WS-LIMIT-DISPLAY         PIC ZZ9.
           COPY ERRLOG.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(45) VALUE
                   "OPRCERT - OPERATOR ACCESS RECERTIFICATION".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(16) VALUE
                   "IDLE LOCK AFTER ".
               05 WS-RH-LIMIT           PIC ZZ9.
               05 FILLER                PIC X(05) VALUE " DAYS".
           01 WS-REPORT-HEADING-3.
               05 FILLER                PIC X(06) VALUE "ID".
               05 FILLER                PIC X(23) VALUE "NAME".
               05 FILLER                PIC X(04) VALUE "LVL".
               05 FILLER                PIC X(09) VALUE "LAST LOG".
               05 FILLER                PIC X(09) VALUE "PW EXPRY".
               05 FILLER                PIC X(06) VALUE " IDLE".
               05 FILLER                PIC X(15) VALUE "STATUS".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-OPERATOR-ID     PIC 9(4).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-OPERATOR-NAME   PIC X(22).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-LEVEL           PIC 9(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-LAST-LOGON      PIC X(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RD-PASSWORD-EXPIRY PIC X(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RD-IDLE-DAYS       PIC ZZZZ9.
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RD-STATUS          PIC X(15).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-SIGNOFF-LINE-1.
               05 FILLER                PIC X(60) VALUE
                   "REVIEWED BY ____________________  DATE __________".
           01 WS-SIGNOFF-LINE-2.
               05 FILLER                PIC X(60) VALUE
                   "APPROVED BY ____________________  DATE __________".
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-PROCESS-PARM.
           PERFORM 2000-LOAD-LAST-GRANTS.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF NOT WS-OM-OK
               DISPLAY "OPRCERT - OPRMSTR NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RECERT-REPORT-FILE
               PERFORM 3000-WRITE-HEADINGS
               PERFORM 3100-READ-OPERATOR
               PERFORM 4000-CERTIFY-ONE-OPERATOR
                   UNTIL WS-END-OF-OPERATORS
               CLOSE OPERATOR-MASTER-FILE
               PERFORM 5000-WRITE-TRAILERS
               CLOSE RECERT-REPORT-FILE
               IF WS-LOCKED-NOW-COUNT IS GREATER THAN ZERO
                   AND RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      * The PARM is the idle limit in days, one to three digits,
      * read the way LOGARCH reads its retention days.  Anything else
      * leaves the 90-day default.
      *----------------------------------------------------------------
       1000-PROCESS-PARM.
           ACCEPT CRT-PARM-TEXT FROM COMMAND-LINE.
           MOVE CRT-PARM-TEXT(1:3) TO WS-IDLE-DAYS-X.
           EVALUATE TRUE
               WHEN WS-IDLE-DAYS-X(1:3) IS NUMERIC
                   MOVE WS-IDLE-DAYS-X(1:3) TO WS-IDLE-LIMIT-DAYS
               WHEN WS-IDLE-DAYS-X(1:2) IS NUMERIC
                   AND WS-IDLE-DAYS-X(3:1) IS EQUAL TO SPACE
                   MOVE WS-IDLE-DAYS-X(1:2) TO WS-IDLE-LIMIT-DAYS
               WHEN WS-IDLE-DAYS-X(1:1) IS NUMERIC
                   AND WS-IDLE-DAYS-X(2:2) IS EQUAL TO SPACES
                   MOVE WS-IDLE-DAYS-X(1:1) TO WS-IDLE-LIMIT-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-IDLE-LIMIT-DAYS IS EQUAL TO ZERO
               MOVE 90 TO WS-IDLE-LIMIT-DAYS
           END-IF.

      *----------------------------------------------------------------
      * One pass over the live log.  The log is in time order, but
      * the date comparison keeps the latest grant per ID whatever
      * order the lines come in.  No LOGONLOG simply leaves every
      * slot zero and the master's own dates stand.
      *----------------------------------------------------------------
       2000-LOAD-LAST-GRANTS.
           INITIALIZE WS-LAST-GRANT-TABLE.
           OPEN INPUT LOGON-LOG-FILE.
           IF WS-LL-OK
               PERFORM 2100-READ-LOGON-LOG
               PERFORM 2200-NOTE-ONE-GRANT UNTIL WS-END-OF-LOG
               CLOSE LOGON-LOG-FILE
           END-IF.

       2100-READ-LOGON-LOG.
           READ LOGON-LOG-FILE
               AT END
                   SET WS-END-OF-LOG TO TRUE
           END-READ.

       2200-NOTE-ONE-GRANT.
           IF LL-LOGON-GRANTED
               AND LL-STUDENT-ID IS NUMERIC
               AND LL-DATE IS NUMERIC
               AND LL-STUDENT-ID IS GREATER THAN ZERO
               AND LL-STUDENT-ID IS NOT GREATER THAN 9999
               IF LL-DATE IS GREATER THAN
                   WS-LAST-GRANT-DATE(LL-STUDENT-ID)
                   MOVE LL-DATE TO WS-LAST-GRANT-DATE(LL-STUDENT-ID)
               END-IF
           END-IF.
           PERFORM 2100-READ-LOGON-LOG.

       3000-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-IDLE-LIMIT-DAYS TO WS-RH-LIMIT.
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-HEADING-2.
           WRITE RECERT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-HEADING-3.

       3100-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-OPERATORS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The later of the log's grant and the master's stamp is the
      * last logon; with neither, the idle days run from the added
      * date.  A record carrying no date at all (written before the
      * dates existed and never converted) has no evidence of use and
      * is treated as idle past any limit.
      *----------------------------------------------------------------
       4000-CERTIFY-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           IF OM-AUTHORITY-LEVEL IS EQUAL TO 3 AND NOT OM-RETIRED
               ADD 1 TO WS-LEVEL-3-COUNT
           END-IF.
           MOVE ZERO TO WS-LAST-LOGON-DATE.
           IF OM-LAST-LOGON-DATE IS NUMERIC
               MOVE OM-LAST-LOGON-DATE TO WS-LAST-LOGON-DATE
           END-IF.
           IF OM-OPERATOR-ID IS GREATER THAN ZERO
               AND WS-LAST-GRANT-DATE(OM-OPERATOR-ID) IS GREATER THAN
                   WS-LAST-LOGON-DATE
               MOVE WS-LAST-GRANT-DATE(OM-OPERATOR-ID)
                   TO WS-LAST-LOGON-DATE
           END-IF.
           MOVE WS-LAST-LOGON-DATE TO WS-IDLE-BASE-DATE.
           IF WS-IDLE-BASE-DATE IS EQUAL TO ZERO
               AND OM-ADDED-DATE IS NUMERIC
               MOVE OM-ADDED-DATE TO WS-IDLE-BASE-DATE
           END-IF.
           IF WS-IDLE-BASE-DATE IS EQUAL TO ZERO
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-IDLE-BASE-DATE)
               IF WS-IDLE-DAYS IS LESS THAN ZERO
                   MOVE ZERO TO WS-IDLE-DAYS
               END-IF
           END-IF.
           PERFORM 4100-JUDGE-OPERATOR-STATUS.
           PERFORM 4200-WRITE-DETAIL-LINE.
           PERFORM 3100-READ-OPERATOR.

       4100-JUDGE-OPERATOR-STATUS.
           EVALUATE TRUE
               WHEN OM-RETIRED
                   ADD 1 TO WS-RETIRED-COUNT
                   MOVE "RETIRED" TO WS-RD-STATUS
               WHEN OM-IDLE-LOCKED
                   ADD 1 TO WS-ALREADY-LOCKED-COUNT
                   MOVE "IDLE LOCKED" TO WS-RD-STATUS
               WHEN OM-LOCKED
                   ADD 1 TO WS-ALREADY-LOCKED-COUNT
                   MOVE "LOCKED" TO WS-RD-STATUS
               WHEN WS-IDLE-DAYS IS NOT LESS THAN WS-IDLE-LIMIT-DAYS
                   PERFORM 4300-LOCK-IDLE-OPERATOR
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-RD-STATUS
           END-EVALUATE.

       4200-WRITE-DETAIL-LINE.
           MOVE OM-OPERATOR-ID TO WS-RD-OPERATOR-ID.
           MOVE OM-OPERATOR-NAME TO WS-RD-OPERATOR-NAME.
           MOVE OM-AUTHORITY-LEVEL TO WS-RD-LEVEL.
           IF WS-LAST-LOGON-DATE IS EQUAL TO ZERO
               MOVE "NEVER" TO WS-RD-LAST-LOGON
           ELSE
               MOVE WS-LAST-LOGON-DATE TO WS-RD-LAST-LOGON
           END-IF.
           IF OM-PASSWORD-EXPIRY IS NUMERIC
               AND OM-PASSWORD-EXPIRY IS GREATER THAN ZERO
               MOVE OM-PASSWORD-EXPIRY TO WS-RD-PASSWORD-EXPIRY
           ELSE
               MOVE "NOT SET" TO WS-RD-PASSWORD-EXPIRY
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-RD-IDLE-DAYS.
           WRITE RECERT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *----------------------------------------------------------------
      * The lock is the same one a failed-password lockout sets, in
      * its idle form, so the logon path refuses it and OPRMAINT's
      * unlock clears it.  The failure count is left as it stands.
      *----------------------------------------------------------------
       4300-LOCK-IDLE-OPERATOR.
           MOVE "I" TO OM-LOCK-FLAG.
           REWRITE OPERATOR-MASTER-RECORD.
           IF WS-OM-OK
               ADD 1 TO WS-LOCKED-NOW-COUNT
               MOVE "LOCKED THIS RUN" TO WS-RD-STATUS
               PERFORM 4400-LOG-IDLE-LOCK
           ELSE
               DISPLAY "OPRCERT - LOCK NOT RECORDED FOR OPERATOR "
                   OM-OPERATOR-ID " STATUS " WS-OPERATOR-MASTER-STATUS
               MOVE "LOCK FAILED" TO WS-RD-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       4400-LOG-IDLE-LOCK.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "OPRCERT" TO EL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO EL-DATE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO EL-TIME.
           MOVE "SECU" TO EL-ERROR-CODE.
           MOVE WS-IDLE-LIMIT-DAYS TO WS-LIMIT-DISPLAY.
           MOVE SPACES TO EL-ERROR-TEXT.
           STRING "IDLELOCK ID " DELIMITED BY SIZE
                   OM-OPERATOR-ID DELIMITED BY SIZE
                   " NO LOGON IN " DELIMITED BY SIZE
                   WS-LIMIT-DISPLAY DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           OPEN EXTEND AUTHORITY-REFUSAL-LOG.
           IF WS-AUTHLOG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT AUTHORITY-REFUSAL-LOG
           END-IF.
           WRITE AUTHORITY-REFUSAL-LINE FROM ERROR-LOG-LINE.
           CLOSE AUTHORITY-REFUSAL-LOG.

       5000-WRITE-TRAILERS.
           WRITE RECERT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "OPERATORS LISTED -     " TO WS-TL-LABEL.
           MOVE WS-OPERATOR-COUNT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "LEVEL 3 ACTIVE IDS -   " TO WS-TL-LABEL.
           MOVE WS-LEVEL-3-COUNT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "LOCKED THIS RUN -      " TO WS-TL-LABEL.
           MOVE WS-LOCKED-NOW-COUNT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "ALREADY LOCKED -       " TO WS-TL-LABEL.
           MOVE WS-ALREADY-LOCKED-COUNT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "RETIRED -              " TO WS-TL-LABEL.
           MOVE WS-RETIRED-COUNT TO WS-TL-COUNT.
           WRITE RECERT-REPORT-LINE FROM WS-TRAILER-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-SIGNOFF-LINE-1.
           WRITE RECERT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE RECERT-REPORT-LINE FROM WS-SIGNOFF-LINE-2.

       END PROGRAM OPRCERT.
