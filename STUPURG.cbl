       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUPURG.
      *****************************************************************
      *  Student Master archive and purge.  STUMSTR carries every
      *  student ever admitted, and every full pass over it pays for
      *  the ones who left years ago; this job moves them off to the
      *  keyed Student Archive (STUARCH, copybook STUARCH.cpy).  A
      *  student goes when all of these hold:
      *      - SM-INACTIVE or SM-WITHDRAWN on the master;
      *      - nothing dates any activity inside the retention
      *        period.  The last activity is the later of the last
      *        STUAUDIT change to the student's master record and the
      *        end date (off TERMMSTR) of the last term the student
      *        has on ENRHIST.  A student neither file dates at all
      *        has been idle since before either began, and counts as
      *        past retention;
      *      - no enrollment of any kind left on ENROLL;
      *      - no entry queued on WAITLIST;
      *      - no receivable on RECVBLE with a balance still open,
      *        owed or in credit (billed less paid less aid applied,
      *        the way PAYAPPLY reckons it).
      *  The retention period is the ARCHPARM control file -- one
      *  record, years, two digits; 7 when the file is missing.
      *
      *  The archive record is written first, carrying the master
      *  record's whole image, and the master record is then deleted
      *  through UTIL's "P" archive-move function in batch mode, so
      *  the delete is authority-checked against the operator on
      *  OPERID and goes through the same STUAUDIT line, STUNAMX
      *  cross-reference removal, and CHGJRNL delete every other
      *  Student Master delete does.  Unlike an ordinary "D" it is not
      *  held for a second operator's approval -- nothing is lost, the
      *  student is only moved and RESTORE brings them back -- but
      *  UTIL takes the student off the master only when the archive
      *  record just written carries the master record exactly.  The
      *  archive is closed around that call so UTIL can open it to
      *  make the comparison.  A delete UTIL refuses takes the archive
      *  record back out again, and the student stays where they were.
      *
      *  Run with a PARM of RESTORE=nnnnnnn, the job instead brings
      *  one archived student back for a returning student: the name
      *  and status from the archived image go back on the master
      *  through UTIL's "A" function (so the add is audited,
      *  journaled, and cross-referenced like any other), and only
      *  then is the archive record removed.  A student already back
      *  on the master is left alone.
      *
      *  Either way every student acted on, moved or kept, is listed
      *  on the STUPREG register with the reason, and counts close
      *  it out.  The candidates are tabled 3000 at a time.  When
      *  there are more, each 3000 are dated, screened and acted on
      *  before the next pass tables more, starting from the first
      *  student the last pass left untabled.  One run therefore works
      *  through the whole master, however many of the inactive are
      *  kept.  Anything refused ends RC 4; no Student Master is RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-STUDENT-ID
               FILE STATUS IS WS-STUDENT-ARCHIVE-STATUS.
           SELECT STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUDIT-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT RETENTION-PARM-FILE ASSIGN TO "ARCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHPARM-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT ARCHIVE-REGISTER-FILE ASSIGN TO "STUPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUPREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  STUDENT-ARCHIVE-FILE.
           COPY STUARCH.
       FD  STUDENT-AUDIT-FILE.
           COPY STUAUDIT.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  ENROLLMENT-HISTORY-FILE.
           COPY ENRHIST.
       FD  WAITLIST-FILE.
           COPY WAITLIST.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  RETENTION-PARM-FILE.
       01  RETENTION-PARM-RECORD       PIC 9(02).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  ARCHIVE-REGISTER-FILE.
       01  ARCHIVE-REGISTER-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-STUDENT-ARCHIVE-STATUS PIC X(02) VALUE "00".
               88 WS-SR-OK             VALUE "00".
           01 WS-STUAUDIT-STATUS       PIC X(02) VALUE "00".
               88 WS-AUDIT-OK          VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-HISTORY-STATUS        PIC X(02) VALUE "00".
               88 WS-EH-OK             VALUE "00".
           01 WS-WAITLIST-STATUS       PIC X(02) VALUE "00".
               88 WS-WL-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-ARCHPARM-STATUS       PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-STUPREG-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-FILE       VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-RESTORE-SWITCH        PIC X(01) VALUE "N".
               88 WS-RESTORE-MODE      VALUE "Y".
           01 WS-ARCHIVED-SWITCH       PIC X(01) VALUE "N".
               88 WS-STUDENT-ARCHIVED  VALUE "Y".
           01 WS-BALANCE-SWITCH        PIC X(01) VALUE "N".
               88 WS-BALANCE-OPEN      VALUE "Y".
               88 WS-BALANCES-DONE     VALUE "D".
           01 STP-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-RESTORE-ID-X          PIC X(07) VALUE SPACES.
           01 WS-RESTORE-ID REDEFINES WS-RESTORE-ID-X
                                       PIC 9(07).
           01 WS-RETENTION-YEARS       PIC 9(02) VALUE 7.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
           01 WS-TERM-END-DATE         PIC 9(08) VALUE ZERO.
           01 WS-OPEN-BALANCE          PIC S9(07)V99 VALUE ZERO.
           01 WS-LOOKUP-STUDENT-ID     PIC 9(7) VALUE ZERO.
           01 WS-CANDIDATE-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-CANDIDATE-FOUND   VALUE "Y".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
               88 WS-TABLE-FULL        VALUE "Y".
           01 WS-PASSES-DONE-SWITCH    PIC X(01) VALUE "N".
               88 WS-ALL-PASSES-DONE   VALUE "Y".
      *    This pass's inactive and withdrawn students, in key order,
      *    with the master image as it was read and what the
      *    screening decided.
           01 WS-CANDIDATE-TABLE.
               05 WS-CANDIDATE-ENTRY    OCCURS 3000 TIMES.
                   10 WS-CT-STUDENT-ID  PIC 9(7).
                   10 WS-CT-MASTER-IMAGE PIC X(44).
                   10 WS-CT-ACTIVITY-DATE PIC 9(08).
                   10 WS-CT-WAITLIST-FLAG PIC X(01).
                       88 WS-CT-ON-WAITLIST VALUE "Q".
                   10 WS-CT-DISPOSITION PIC X(01).
                       88 WS-CT-ELIGIBLE    VALUE "E".
                       88 WS-CT-IN-RETENTION VALUE "R".
                       88 WS-CT-ENROLLED    VALUE "N".
                       88 WS-CT-WAITLISTED  VALUE "Q".
                       88 WS-CT-OWES        VALUE "B".
           01 WS-CANDIDATE-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-CANDIDATE-INDEX       PIC 9(05) COMP VALUE ZERO.
           01 WS-CANDIDATE-TOTAL       PIC 9(07) COMP VALUE ZERO.
           01 WS-PASS-COUNT            PIC 9(05) COMP VALUE ZERO.
      *    The first student a full table left untabled; the next pass
      *    starts the master there.
           01 WS-RESTART-STUDENT-ID    PIC 9(7) VALUE ZERO.
           01 WS-TERM-TABLE.
               05 WS-TERM-ENTRY         OCCURS 300 TIMES.
                   10 WS-TT-TERM-CODE   PIC X(06).
                   10 WS-TT-END-DATE    PIC 9(08).
           01 WS-TERM-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-TERM-INDEX            PIC 9(05) COMP VALUE ZERO.
           01 WS-RETAINED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-ARCHIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-ENROLLED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-WAITLISTED-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-OWES-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-RESTORED-COUNT        PIC 9(05) COMP VALUE ZERO.
           COPY UTILPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(45) VALUE
                   "STUPURG - STUDENT ARCHIVE REGISTER".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(10) VALUE "RETENTION ".
               05 WS-RH-YEARS           PIC Z9.
               05 FILLER                PIC X(27) VALUE
                   " YEARS - NO ACTIVITY SINCE ".
               05 WS-RH-CUTOFF          PIC 9(08).
           01 WS-RESTORE-HEADING.
               05 FILLER                PIC X(30) VALUE
                   "RESTORE FROM STUDENT ARCHIVE".
           01 WS-REGISTER-HEADING-3.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(32) VALUE "NAME".
               05 FILLER                PIC X(03) VALUE "ST".
               05 FILLER                PIC X(10) VALUE "LAST ACT".
               05 FILLER                PIC X(11) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-STATUS          PIC X(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-ACTIVITY-DATE   PIC X(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(26).
           01 WS-STATUS-LINE.
               05 FILLER                PIC X(08) VALUE "STATUS: ".
               05 WS-SL-TEXT            PIC X(60).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STP-PARM-TEXT FROM COMMAND-LINE.
           PERFORM 1000-PROCESS-PARM.
           PERFORM 1200-READ-OPERATOR-ID.
           OPEN OUTPUT ARCHIVE-REGISTER-FILE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           IF WS-RESTORE-MODE
               WRITE ARCHIVE-REGISTER-LINE FROM WS-RESTORE-HEADING
               WRITE ARCHIVE-REGISTER-LINE FROM WS-BLANK-LINE
               WRITE ARCHIVE-REGISTER-LINE FROM WS-REGISTER-HEADING-3
               PERFORM 6000-RESTORE-STUDENT
           ELSE
               PERFORM 1300-LOAD-RETENTION
               WRITE ARCHIVE-REGISTER-LINE FROM WS-REGISTER-HEADING-2
               WRITE ARCHIVE-REGISTER-LINE FROM WS-BLANK-LINE
               PERFORM 2000-TABLE-CANDIDATES
               IF WS-RETURN-CODE IS LESS THAN 8
                   WRITE ARCHIVE-REGISTER-LINE
                       FROM WS-REGISTER-HEADING-3
                   PERFORM 1500-ACT-ON-ONE-PASS
                       UNTIL WS-ALL-PASSES-DONE
                   PERFORM 5000-WRITE-TRAILER
               END-IF
           END-IF.
           CLOSE ARCHIVE-REGISTER-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * RESTORE=nnnnnnn switches the run to a restore of that one
      * student; any other PARM, or none, is an archive run.
      *----------------------------------------------------------------
       1000-PROCESS-PARM.
           IF STP-PARM-TEXT(1:8) IS EQUAL TO "RESTORE="
               MOVE STP-PARM-TEXT(9:7) TO WS-RESTORE-ID-X
               SET WS-RESTORE-MODE TO TRUE
           END-IF.

       1200-READ-OPERATOR-ID.
           MOVE ZERO TO UP-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF WS-OPERID-STATUS IS EQUAL TO "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO UP-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF.

      *----------------------------------------------------------------
      * The cutoff moves YYYYMMDD back by whole years the way the
      * logon program moves a password expiry forward -- 10000 to the
      * year.  Activity on or after the cutoff keeps a student.
      *----------------------------------------------------------------
       1300-LOAD-RETENTION.
           OPEN INPUT RETENTION-PARM-FILE.
           IF WS-ARCHPARM-STATUS IS EQUAL TO "00"
               READ RETENTION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETENTION-PARM-RECORD IS NUMERIC
                           AND RETENTION-PARM-RECORD IS GREATER
                               THAN ZERO
                           MOVE RETENTION-PARM-RECORD
                               TO WS-RETENTION-YEARS
                       END-IF
               END-READ
               CLOSE RETENTION-PARM-FILE
           END-IF.
           COMPUTE WS-CUTOFF-DATE =
               WS-RUN-DATE - WS-RETENTION-YEARS * 10000.
           MOVE WS-RETENTION-YEARS TO WS-RH-YEARS.
           MOVE WS-CUTOFF-DATE TO WS-RH-CUTOFF.

      *----------------------------------------------------------------
      * One table's worth of candidates is dated, screened and acted
      * on.  A table that filled sends the run back to the master for
      * the next pass; the students moved this pass are gone from it
      * by then, and those kept lie behind the restart key.
      *----------------------------------------------------------------
       1500-ACT-ON-ONE-PASS.
           PERFORM 2500-DATE-CANDIDATES.
           PERFORM 2800-MARK-WAITLISTED.
           PERFORM 3000-SCREEN-CANDIDATES.
           PERFORM 4000-ARCHIVE-CANDIDATES.
           IF WS-TABLE-FULL AND WS-RETURN-CODE IS LESS THAN 8
               PERFORM 2000-TABLE-CANDIDATES
           ELSE
               SET WS-ALL-PASSES-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Each pass tables up to 3000 inactive and withdrawn students.
      * Passes after the first start at the restart key.
      *----------------------------------------------------------------
       2000-TABLE-CANDIDATES.
           ADD 1 TO WS-PASS-COUNT.
           MOVE ZERO TO WS-CANDIDATE-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SWITCH.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF NOT WS-SM-OK
               MOVE "STUDENT MASTER NOT AVAILABLE - NOTHING ARCHIVED"
                   TO WS-SL-TEXT
               IF WS-PASS-COUNT IS GREATER THAN 1
                   MOVE "STUDENT MASTER NOT AVAILABLE - RUN CUT SHORT"
                       TO WS-SL-TEXT
               END-IF
               WRITE ARCHIVE-REGISTER-LINE FROM WS-STATUS-LINE
               MOVE 8 TO WS-RETURN-CODE
               SET WS-ALL-PASSES-DONE TO TRUE
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               IF WS-PASS-COUNT IS GREATER THAN 1
                   MOVE WS-RESTART-STUDENT-ID TO SM-STUDENT-ID
                   START STUDENT-MASTER-FILE
                       KEY IS NOT LESS THAN SM-STUDENT-ID
                       INVALID KEY
                           SET WS-END-OF-FILE TO TRUE
                   END-START
               END-IF
               IF NOT WS-END-OF-FILE
                   PERFORM 2100-READ-STUDENT
               END-IF
               PERFORM 2200-TABLE-ONE-STUDENT UNTIL WS-END-OF-FILE
               CLOSE STUDENT-MASTER-FILE
               ADD WS-CANDIDATE-COUNT TO WS-CANDIDATE-TOTAL
           END-IF.

       2100-READ-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-TABLE-ONE-STUDENT.
           IF SM-INACTIVE OR SM-WITHDRAWN
               IF WS-CANDIDATE-COUNT IS LESS THAN 3000
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE WS-CANDIDATE-COUNT TO WS-CANDIDATE-INDEX
                   MOVE SM-STUDENT-ID
                       TO WS-CT-STUDENT-ID(WS-CANDIDATE-INDEX)
                   MOVE STUDENT-MASTER-RECORD
                       TO WS-CT-MASTER-IMAGE(WS-CANDIDATE-INDEX)
                   MOVE ZERO TO WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
                   MOVE SPACE TO WS-CT-WAITLIST-FLAG(WS-CANDIDATE-INDEX)
                   MOVE SPACE TO WS-CT-DISPOSITION(WS-CANDIDATE-INDEX)
               ELSE
                   MOVE SM-STUDENT-ID TO WS-RESTART-STUDENT-ID
                   SET WS-TABLE-FULL TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-STUDENT
           END-IF.

      *----------------------------------------------------------------
      * Both activity sources are read once, front to back.  A later
      * date simply replaces an earlier one, whatever order the
      * entries come in.
      *----------------------------------------------------------------
       2500-DATE-CANDIDATES.
           OPEN INPUT STUDENT-AUDIT-FILE.
           IF WS-AUDIT-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2510-READ-AUDIT-ENTRY
               PERFORM 2520-DATE-FROM-AUDIT UNTIL WS-END-OF-FILE
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
           PERFORM 2600-LOAD-TERM-TABLE.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-EH-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2610-READ-HISTORY
               PERFORM 2620-DATE-FROM-HISTORY UNTIL WS-END-OF-FILE
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.

       2510-READ-AUDIT-ENTRY.
           READ STUDENT-AUDIT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2520-DATE-FROM-AUDIT.
           MOVE SA-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 7000-FIND-CANDIDATE.
           IF WS-CANDIDATE-FOUND
               AND SA-DATE IS GREATER THAN
                   WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
               MOVE SA-DATE TO WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
           END-IF.
           PERFORM 2510-READ-AUDIT-ENTRY.

       2600-LOAD-TERM-TABLE.
           MOVE ZERO TO WS-TERM-COUNT.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2630-READ-TERM
               PERFORM 2640-TABLE-ONE-TERM UNTIL WS-END-OF-FILE
               CLOSE TERM-MASTER-FILE
           END-IF.

       2610-READ-HISTORY.
           READ ENROLLMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2620-DATE-FROM-HISTORY.
           MOVE EH-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 7000-FIND-CANDIDATE.
           IF WS-CANDIDATE-FOUND
               PERFORM 7100-FIND-TERM-END
               IF WS-TERM-FOUND
                   AND WS-TERM-END-DATE IS GREATER THAN
                       WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
                   MOVE WS-TERM-END-DATE
                       TO WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
               END-IF
           END-IF.
           PERFORM 2610-READ-HISTORY.

       2630-READ-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2640-TABLE-ONE-TERM.
           IF WS-TERM-COUNT IS LESS THAN 300
               ADD 1 TO WS-TERM-COUNT
               MOVE TM-TERM-CODE TO WS-TT-TERM-CODE(WS-TERM-COUNT)
               MOVE TM-END-DATE TO WS-TT-END-DATE(WS-TERM-COUNT)
           END-IF.
           PERFORM 2630-READ-TERM.

       2800-MARK-WAITLISTED.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-OK
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2810-READ-WAITLIST
               PERFORM 2820-MARK-ONE-ENTRY UNTIL WS-END-OF-FILE
               CLOSE WAITLIST-FILE
           END-IF.

       2810-READ-WAITLIST.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ.

       2820-MARK-ONE-ENTRY.
           MOVE WL-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 7000-FIND-CANDIDATE.
           IF WS-CANDIDATE-FOUND
               MOVE "Q" TO WS-CT-WAITLIST-FLAG(WS-CANDIDATE-INDEX)
           END-IF.
           PERFORM 2810-READ-WAITLIST.

      *----------------------------------------------------------------
      * Each candidate past retention is checked against the files
      * that would be left pointing at nobody: ENROLL, WAITLIST, and
      * an open receivable.  The first thing found keeps the student
      * and is the reason listed.
      *----------------------------------------------------------------
       3000-SCREEN-CANDIDATES.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           PERFORM 3100-SCREEN-ONE-CANDIDATE
               VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-INDEX IS GREATER THAN
                   WS-CANDIDATE-COUNT.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
               MOVE "N" TO WS-ENROLL-OPEN-SWITCH
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
               MOVE "N" TO WS-RECV-OPEN-SWITCH
           END-IF.

       3100-SCREEN-ONE-CANDIDATE.
           MOVE WS-CT-STUDENT-ID(WS-CANDIDATE-INDEX)
               TO WS-LOOKUP-STUDENT-ID.
           EVALUATE TRUE
               WHEN WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
                   IS NOT LESS THAN WS-CUTOFF-DATE
                   MOVE "R" TO WS-CT-DISPOSITION(WS-CANDIDATE-INDEX)
               WHEN OTHER
                   MOVE "E" TO WS-CT-DISPOSITION(WS-CANDIDATE-INDEX)
                   PERFORM 3200-CHECK-ENROLLMENT
                   IF WS-CT-ELIGIBLE(WS-CANDIDATE-INDEX)
                       AND WS-CT-ON-WAITLIST(WS-CANDIDATE-INDEX)
                       MOVE "Q"
                           TO WS-CT-DISPOSITION(WS-CANDIDATE-INDEX)
                   END-IF
                   IF WS-CT-ELIGIBLE(WS-CANDIDATE-INDEX)
                       PERFORM 3300-CHECK-RECEIVABLES
                   END-IF
           END-EVALUATE.

       3200-CHECK-ENROLLMENT.
           IF WS-ENROLL-IS-OPEN
               MOVE WS-LOOKUP-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ ENROLLMENT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF EN-STUDENT-ID IS EQUAL TO
                                   WS-LOOKUP-STUDENT-ID
                                   MOVE "N" TO WS-CT-DISPOSITION
                                       (WS-CANDIDATE-INDEX)
                               END-IF
                       END-READ
               END-START
           END-IF.

      *----------------------------------------------------------------
      * A receivable paid to the penny is closed; anything else --
      * still owed, or a credit not yet refunded -- is open.
      *----------------------------------------------------------------
       3300-CHECK-RECEIVABLES.
           IF WS-RECV-IS-OPEN
               MOVE "N" TO WS-BALANCE-SWITCH
               MOVE WS-LOOKUP-STUDENT-ID TO RV-STUDENT-ID
               MOVE LOW-VALUES TO RV-TERM
               START RECEIVABLE-FILE KEY IS NOT LESS THAN RV-KEY
                   INVALID KEY
                       SET WS-BALANCES-DONE TO TRUE
               END-START
               PERFORM 3310-CHECK-ONE-RECEIVABLE
                   UNTIL WS-BALANCE-OPEN OR WS-BALANCES-DONE
               IF WS-BALANCE-OPEN
                   MOVE "B" TO WS-CT-DISPOSITION(WS-CANDIDATE-INDEX)
               END-IF
           END-IF.

       3310-CHECK-ONE-RECEIVABLE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-BALANCES-DONE TO TRUE
           END-READ.
           IF NOT WS-BALANCES-DONE
               IF RV-STUDENT-ID IS NOT EQUAL TO WS-LOOKUP-STUDENT-ID
                   SET WS-BALANCES-DONE TO TRUE
               ELSE
                   IF RV-AID-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE ZERO TO RV-AID-APPLIED-AMOUNT
                   END-IF
                   COMPUTE WS-OPEN-BALANCE =
                       RV-BILLED-AMOUNT - RV-PAID-AMOUNT
                       - RV-AID-APPLIED-AMOUNT
                   IF WS-OPEN-BALANCE IS NOT EQUAL TO ZERO
                       SET WS-BALANCE-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The archive copy is written before the master record goes,
      * so there is never a moment the student is in neither file.
      * The archive is created on first use.
      *----------------------------------------------------------------
       4000-ARCHIVE-CANDIDATES.
           OPEN I-O STUDENT-ARCHIVE-FILE.
           IF WS-STUDENT-ARCHIVE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT STUDENT-ARCHIVE-FILE
               CLOSE STUDENT-ARCHIVE-FILE
               OPEN I-O STUDENT-ARCHIVE-FILE
           END-IF.
           IF NOT WS-SR-OK
               MOVE "STUDENT ARCHIVE NOT AVAILABLE - NOTHING ARCHIVED"
                   TO WS-SL-TEXT
               WRITE ARCHIVE-REGISTER-LINE FROM WS-STATUS-LINE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               SET UP-FN-BATCH-START TO TRUE
               PERFORM 9000-CALL-UTIL
               PERFORM 4100-ACT-ON-ONE-CANDIDATE
                   VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
                   UNTIL WS-CANDIDATE-INDEX IS GREATER THAN
                       WS-CANDIDATE-COUNT
               SET UP-FN-END-OF-RUN TO TRUE
               PERFORM 9000-CALL-UTIL
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.

       4100-ACT-ON-ONE-CANDIDATE.
           MOVE WS-CT-MASTER-IMAGE(WS-CANDIDATE-INDEX)
               TO STUDENT-MASTER-RECORD.
           MOVE SM-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           MOVE SM-STATUS-CODE TO WS-RG-STATUS.
           IF WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX) IS EQUAL TO ZERO
               MOVE "NONE" TO WS-RG-ACTIVITY-DATE
           ELSE
               MOVE WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
                   TO WS-RG-ACTIVITY-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-CT-IN-RETENTION(WS-CANDIDATE-INDEX)
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN WS-CT-ENROLLED(WS-CANDIDATE-INDEX)
                   ADD 1 TO WS-ENROLLED-COUNT
                   MOVE "KEPT - ON ENROLL" TO WS-RG-DISPOSITION
                   WRITE ARCHIVE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
               WHEN WS-CT-WAITLISTED(WS-CANDIDATE-INDEX)
                   ADD 1 TO WS-WAITLISTED-COUNT
                   MOVE "KEPT - ON WAITLIST" TO WS-RG-DISPOSITION
                   WRITE ARCHIVE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
               WHEN WS-CT-OWES(WS-CANDIDATE-INDEX)
                   ADD 1 TO WS-OWES-COUNT
                   MOVE "KEPT - OPEN BALANCE" TO WS-RG-DISPOSITION
                   WRITE ARCHIVE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
               WHEN WS-CT-ELIGIBLE(WS-CANDIDATE-INDEX)
                   PERFORM 4200-ARCHIVE-ONE-STUDENT
                   WRITE ARCHIVE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
           END-EVALUATE.

       4200-ARCHIVE-ONE-STUDENT.
           MOVE SPACES TO STUDENT-ARCHIVE-RECORD.
           MOVE SM-STUDENT-ID TO SR-STUDENT-ID.
           MOVE STUDENT-MASTER-RECORD TO SR-MASTER-IMAGE.
           MOVE WS-CT-ACTIVITY-DATE(WS-CANDIDATE-INDEX)
               TO SR-LAST-ACTIVITY-DATE.
           MOVE WS-RUN-DATE TO SR-ARCHIVE-DATE.
           MOVE UP-OPERATOR-ID TO SR-ARCHIVE-OPERATOR-ID.
           MOVE "N" TO WS-ARCHIVED-SWITCH.
           MOVE "NOT MOVED - ARCHIVE ERROR" TO WS-RG-DISPOSITION.
           WRITE STUDENT-ARCHIVE-RECORD
               INVALID KEY
                   MOVE "NOT MOVED - ALREADY ARCHVD"
                       TO WS-RG-DISPOSITION
           END-WRITE.
           IF WS-SR-OK
               CLOSE STUDENT-ARCHIVE-FILE
               SET UP-FN-PURGE-DELETE TO TRUE
               MOVE SM-STUDENT-ID TO UP-STUDENT-ID
               PERFORM 9000-CALL-UTIL
               OPEN I-O STUDENT-ARCHIVE-FILE
               EVALUATE TRUE
                   WHEN UP-FOUND
                       ADD 1 TO WS-ARCHIVED-COUNT
                       SET WS-STUDENT-ARCHIVED TO TRUE
                       MOVE "ARCHIVED" TO WS-RG-DISPOSITION
                   WHEN UP-NOT-AUTHORIZED
                       MOVE "NOT MOVED - NOT AUTHORIZED"
                           TO WS-RG-DISPOSITION
                   WHEN UP-RECORD-BUSY
                       MOVE "NOT MOVED - RECORD IN USE"
                           TO WS-RG-DISPOSITION
                   WHEN UP-ARCHIVE-NOT-VERIFIED
                       MOVE "NOT MOVED - NOT VERIFIED"
                           TO WS-RG-DISPOSITION
                   WHEN OTHER
                       MOVE "NOT MOVED - NOT ON MASTER"
                           TO WS-RG-DISPOSITION
               END-EVALUATE
               IF NOT WS-SR-OK
                   MOVE "STUDENT ARCHIVE COULD NOT BE REOPENED"
                       TO WS-SL-TEXT
                   WRITE ARCHIVE-REGISTER-LINE FROM WS-STATUS-LINE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               IF NOT UP-FOUND AND WS-SR-OK
                   MOVE SM-STUDENT-ID TO SR-STUDENT-ID
                   DELETE STUDENT-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-IF.
           IF NOT WS-STUDENT-ARCHIVED
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       5000-WRITE-TRAILER.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "INACTIVE/WITHDRAWN -   " TO WS-TL-LABEL.
           MOVE WS-CANDIDATE-TOTAL TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "WITHIN RETENTION -     " TO WS-TL-LABEL.
           MOVE WS-RETAINED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "STUDENTS ARCHIVED -    " TO WS-TL-LABEL.
           MOVE WS-ARCHIVED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "KEPT - ON ENROLL -     " TO WS-TL-LABEL.
           MOVE WS-ENROLLED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "KEPT - ON WAITLIST -   " TO WS-TL-LABEL.
           MOVE WS-WAITLISTED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "KEPT - OPEN BALANCE -  " TO WS-TL-LABEL.
           MOVE WS-OWES-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "NOT MOVED -            " TO WS-TL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.

      *----------------------------------------------------------------
      * The master record goes back before the archive copy is
      * removed, the mirror of the archive order.  The name and
      * status are the whole of the record behind the key, so the
      * add puts back exactly what was archived.
      *----------------------------------------------------------------
       6000-RESTORE-STUDENT.
           MOVE ZERO TO WS-RG-STUDENT-ID.
           MOVE SPACES TO WS-RG-STUDENT-NAME.
           MOVE SPACE TO WS-RG-STATUS.
           MOVE SPACES TO WS-RG-ACTIVITY-DATE.
           IF WS-RESTORE-ID-X IS NOT NUMERIC
               MOVE "RESTORE ID NOT NUMERIC" TO WS-RG-DISPOSITION
           ELSE
               MOVE WS-RESTORE-ID TO WS-RG-STUDENT-ID
               OPEN I-O STUDENT-ARCHIVE-FILE
               IF NOT WS-SR-OK
                   MOVE "NOT ON ARCHIVE" TO WS-RG-DISPOSITION
               ELSE
                   MOVE WS-RESTORE-ID TO SR-STUDENT-ID
                   READ STUDENT-ARCHIVE-FILE
                       INVALID KEY
                           MOVE "NOT ON ARCHIVE" TO WS-RG-DISPOSITION
                   END-READ
                   IF WS-SR-OK
                       PERFORM 6100-RESTORE-ARCHIVED-RECORD
                   END-IF
                   CLOSE STUDENT-ARCHIVE-FILE
               END-IF
           END-IF.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS RESTORED -    " TO WS-TL-LABEL.
           MOVE WS-RESTORED-COUNT TO WS-TL-COUNT.
           WRITE ARCHIVE-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-RESTORED-COUNT IS EQUAL TO ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       6100-RESTORE-ARCHIVED-RECORD.
           MOVE SR-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           MOVE SR-STATUS-CODE TO WS-RG-STATUS.
           MOVE SR-ARCHIVE-DATE TO WS-RG-ACTIVITY-DATE.
           SET UP-FN-ADD-STUDENT TO TRUE.
           MOVE SR-STUDENT-ID TO UP-STUDENT-ID.
           MOVE SR-STUDENT-NAME TO UP-STUDENT-NAME.
           MOVE SR-STATUS-CODE TO UP-STUDENT-STATUS.
           PERFORM 9000-CALL-UTIL.
           EVALUATE TRUE
               WHEN UP-FOUND
                   DELETE STUDENT-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE "RESTORED" TO WS-RG-DISPOSITION
               WHEN UP-DUPLICATE
                   MOVE "ALREADY ON MASTER" TO WS-RG-DISPOSITION
               WHEN UP-NOT-AUTHORIZED
                   MOVE "NOT RESTORED - NOT AUTH" TO WS-RG-DISPOSITION
               WHEN UP-RECORD-BUSY
                   MOVE "NOT RESTORED - IN USE" TO WS-RG-DISPOSITION
               WHEN OTHER
                   MOVE "NOT RESTORED - REFUSED" TO WS-RG-DISPOSITION
           END-EVALUATE.

      *----------------------------------------------------------------
      * The candidate table is in Student Master key order; the
      * search is the plain front-to-back one the other tables use.
      *----------------------------------------------------------------
       7000-FIND-CANDIDATE.
           MOVE "N" TO WS-CANDIDATE-FOUND-SWITCH.
           PERFORM 7010-CHECK-ONE-CANDIDATE
               VARYING WS-CANDIDATE-INDEX FROM 1 BY 1
               UNTIL WS-CANDIDATE-FOUND
               OR WS-CANDIDATE-INDEX IS GREATER THAN
                   WS-CANDIDATE-COUNT.
           IF WS-CANDIDATE-FOUND
               SUBTRACT 1 FROM WS-CANDIDATE-INDEX
           END-IF.

       7010-CHECK-ONE-CANDIDATE.
           IF WS-CT-STUDENT-ID(WS-CANDIDATE-INDEX) IS EQUAL TO
               WS-LOOKUP-STUDENT-ID
               SET WS-CANDIDATE-FOUND TO TRUE
           END-IF.

       7100-FIND-TERM-END.
           MOVE "N" TO WS-TERM-FOUND-SWITCH.
           MOVE ZERO TO WS-TERM-END-DATE.
           PERFORM 7110-CHECK-ONE-TERM
               VARYING WS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-FOUND
               OR WS-TERM-INDEX IS GREATER THAN WS-TERM-COUNT.

       7110-CHECK-ONE-TERM.
           IF WS-TT-TERM-CODE(WS-TERM-INDEX) IS EQUAL TO EH-TERM
               MOVE WS-TT-END-DATE(WS-TERM-INDEX) TO WS-TERM-END-DATE
               SET WS-TERM-FOUND TO TRUE
           END-IF.

       9000-CALL-UTIL.
           MOVE SPACE TO UP-CHECK-DIGIT.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       END PROGRAM STUPURG.
