       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDLAPSE.
      *****************************************************************
      *  Nightly lapse of unresolved Incomplete grades.  An "I" is
      *  meant to turn to F when it has not been resolved within the
      *  lapse period after its term ends; until now it stayed "I"
      *  for good unless the registrar remembered a GRDCTRAN
      *  correction.  This job reads every grade on the live ENROLL
      *  file and on the Enrollment History file (ENRHIST), and for
      *  each "I" works out its lapse date -- the term's TM-END-DATE
      *  from the Term Master plus the lapse period in days, moved
      *  on to the next business day if it falls on a weekend,
      *  holiday or closure day (BUSDAYS):
      *
      *      lapse date reached -- the grade becomes F.  The change
      *          carries the system reason code LP and writes the
      *          same GRDCAUD before/after audit line GRDCHG writes;
      *          a live ENROLL change goes on the CHGJRNL change
      *          journal as GRADEPST's postings do; a GRDP event is
      *          queued on NOTIFYQ so the student is told; and the
      *          grade prints on the GRDLREG lapse register.
      *      lapse date within the next 30 days -- the grade prints
      *          on the GRDLWARN warning list with its lapse date and
      *          days left, so the instructor can be chased first.
      *
      *  The lapse period comes from the LAPSETBL control table, one
      *  record per term (term code, then the days, three digits); a
      *  record with a blank term is the period for any term not
      *  listed.  With no table, or no default in it, 180 days
      *  stands.  An "I" whose term is not on TERMMSTR cannot be
      *  dated, so it is listed on the register untouched and the
      *  run ends RC 4.  The operator comes from OPERID, as the other
      *  batch maintenance runs take it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT LAPSE-TABLE-FILE ASSIGN TO "LAPSETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSETBL-STATUS.
           SELECT GRADE-CHANGE-AUDIT-FILE ASSIGN TO "GRDCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDCAUD-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT NOTIFICATION-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NQ-SEQUENCE
               FILE STATUS IS WS-NOTIFYQ-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT LAPSE-REGISTER-FILE ASSIGN TO "GRDLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDLREG-STATUS.
           SELECT LAPSE-WARNING-FILE ASSIGN TO "GRDLWARN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRDLWARN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  ENROLLMENT-HISTORY-FILE.
           COPY ENRHIST.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  LAPSE-TABLE-FILE.
       01  LAPSE-TABLE-RECORD.
           05  LT-TERM                 PIC X(06).
           05  LT-LAPSE-DAYS           PIC 9(03).
       FD  GRADE-CHANGE-AUDIT-FILE.
       01  GRADE-CHANGE-AUDIT-LINE     PIC X(60).
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE         PIC X(90).
       FD  NOTIFICATION-QUEUE.
           COPY NOTIFYQ.
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  LAPSE-REGISTER-FILE.
       01  LAPSE-REGISTER-LINE         PIC X(80).
       FD  LAPSE-WARNING-FILE.
       01  LAPSE-WARNING-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-HISTORY-STATUS        PIC X(02) VALUE "00".
               88 WS-EH-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-LAPSETBL-STATUS       PIC X(02) VALUE "00".
           01 WS-GRDCAUD-STATUS        PIC X(02) VALUE "00".
           01 WS-CHGJRNL-STATUS        PIC X(02) VALUE "00".
           01 WS-NOTIFYQ-STATUS        PIC X(02) VALUE "00".
               88 WS-NQ-OK             VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-GRDLREG-STATUS        PIC X(02) VALUE "00".
           01 WS-GRDLWARN-STATUS       PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-HISTORY    VALUE "Y".
           01 WS-TERM-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-TERM-IS-OPEN      VALUE "Y".
           01 WS-PERIOD-FOUND-SWITCH   PIC X(01) VALUE "N".
               88 WS-PERIOD-FOUND      VALUE "Y".
           01 WS-LAPSE-ACTION          PIC X(01) VALUE SPACE.
               88 WS-ACTION-LAPSE      VALUE "L".
               88 WS-ACTION-WARN       VALUE "W".
               88 WS-ACTION-NO-TERM    VALUE "T".
               88 WS-ACTION-NONE       VALUE SPACE.
           01 WS-OPERATOR-ID           PIC 9(4) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-RUN-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-LAPSE-INTEGER         PIC 9(08) COMP VALUE ZERO.
           01 WS-LAPSE-DATE            PIC 9(08) VALUE ZERO.
           01 WS-DAYS-LEFT             PIC 9(05) COMP VALUE ZERO.
           01 WS-WARNING-DAYS          PIC 9(03) VALUE 30.
           01 WS-LAPSE-DAYS            PIC 9(03) VALUE ZERO.
           01 WS-DEFAULT-LAPSE-DAYS    PIC 9(03) VALUE 180.
           01 WS-LAPSE-REASON-CODE     PIC X(02) VALUE "LP".
           01 WS-LAPSED-GRADE          PIC X(02) VALUE "F ".
           01 WS-BEFORE-GRADE          PIC X(02) VALUE SPACES.
           01 WS-CACHED-TERM           PIC X(06) VALUE HIGH-VALUES.
           01 WS-CACHED-END-DATE       PIC 9(08) VALUE ZERO.
           01 WS-PERIOD-COUNT          PIC 9(03) COMP VALUE ZERO.
           01 WS-PERIOD-INDEX          PIC 9(03) COMP VALUE ZERO.
           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 100 TIMES.
                   10 WS-PT-TERM         PIC X(06).
                   10 WS-PT-LAPSE-DAYS   PIC 9(03).
      *    The grade being looked at, from whichever file it is on.
           01 WS-INCOMPLETE.
               05 WS-IN-STUDENT-ID      PIC 9(7).
               05 WS-IN-COURSE-CODE     PIC X(06).
               05 WS-IN-TERM            PIC X(06).
               05 WS-IN-SOURCE          PIC X(07).
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-LAPSED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-WARNING-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-NO-TERM-COUNT         PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; the six-digit time
      *    is peeled off through the REDEFINES, as GRDCHG does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY GRDCAUD.
           COPY CHGJRNL.
           COPY NBRPARM.
           COPY BDPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "GRDLAPSE - INCOMPLETE GRADE LAPSE".
               05 FILLER                PIC X(09) VALUE " REGISTER".
           01 WS-WARNING-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "GRDLAPSE - INCOMPLETES DUE TO".
               05 FILLER                PIC X(21) VALUE
                   " LAPSE WITHIN 30 DAYS".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(09) VALUE "FILE".
               05 FILLER                PIC X(10) VALUE "LAPSE DATE".
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-WARNING-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(09) VALUE "FILE".
               05 FILLER                PIC X(10) VALUE "LAPSE DATE".
               05 FILLER                PIC X(02) VALUE SPACES.
               05 FILLER                PIC X(09) VALUE "DAYS LEFT".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-SOURCE          PIC X(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-LAPSE-DATE      PIC 9(08).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-WARNING-DETAIL-LINE.
               05 WS-WN-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-WN-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-WN-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-WN-SOURCE          PIC X(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-WN-LAPSE-DATE      PIC 9(08).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-WN-DAYS-LEFT       PIC ZZ9.
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-TERM-IS-OPEN
               PERFORM 2000-SCAN-ENROLLMENTS
               PERFORM 3000-SCAN-HISTORY
               CLOSE TERM-MASTER-FILE
           ELSE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 5000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM 1100-RESOLVE-OPERATOR-ID.
           PERFORM 1200-LOAD-LAPSE-TABLE.
           OPEN OUTPUT LAPSE-REGISTER-FILE.
           WRITE LAPSE-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE LAPSE-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN OUTPUT LAPSE-WARNING-FILE.
           WRITE LAPSE-WARNING-LINE FROM WS-WARNING-HEADING-1.
           WRITE LAPSE-WARNING-LINE FROM WS-WARNING-HEADING-2.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               SET WS-TERM-IS-OPEN TO TRUE
           END-IF.

       1100-RESOLVE-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF WS-OPERID-STATUS IS EQUAL TO "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF.

      *----------------------------------------------------------------
      * LAPSETBL: term code and lapse days per record; a blank term
      * sets the default for every term not listed.  Records past
      * the table's room, or with days not numeric, are ignored.
      *----------------------------------------------------------------
       1200-LOAD-LAPSE-TABLE.
           OPEN INPUT LAPSE-TABLE-FILE.
           IF WS-LAPSETBL-STATUS IS EQUAL TO "00"
               PERFORM 1210-READ-LAPSE-PERIOD
                   UNTIL WS-LAPSETBL-STATUS IS NOT EQUAL TO "00"
               CLOSE LAPSE-TABLE-FILE
           END-IF.

       1210-READ-LAPSE-PERIOD.
           READ LAPSE-TABLE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LT-LAPSE-DAYS IS NUMERIC
                       IF LT-TERM IS EQUAL TO SPACES
                           MOVE LT-LAPSE-DAYS TO WS-DEFAULT-LAPSE-DAYS
                       ELSE
                           IF WS-PERIOD-COUNT IS LESS THAN 100
                               ADD 1 TO WS-PERIOD-COUNT
                               MOVE LT-TERM
                                   TO WS-PT-TERM(WS-PERIOD-COUNT)
                               MOVE LT-LAPSE-DAYS
                                   TO WS-PT-LAPSE-DAYS(WS-PERIOD-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Live enrollments.  A term still on ENROLL has usually not
      * ended long enough ago to lapse, but a late TERMROLL must not
      * leave an overdue "I" standing.
      *----------------------------------------------------------------
       2000-SCAN-ENROLLMENTS.
           OPEN I-O ENROLLMENT-FILE.
           IF WS-EN-OK
               PERFORM 2100-CHECK-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
               CLOSE ENROLLMENT-FILE
           END-IF.

       2100-CHECK-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               AND EN-GRADE IS EQUAL TO "I "
               MOVE EN-STUDENT-ID TO WS-IN-STUDENT-ID
               MOVE EN-COURSE-CODE TO WS-IN-COURSE-CODE
               MOVE EN-TERM TO WS-IN-TERM
               MOVE "ENROLL" TO WS-IN-SOURCE
               PERFORM 4000-DATE-INCOMPLETE
               IF WS-ACTION-LAPSE
                   MOVE EN-GRADE TO WS-BEFORE-GRADE
                   MOVE WS-LAPSED-GRADE TO EN-GRADE
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           SET WS-ACTION-NONE TO TRUE
                   END-REWRITE
                   IF WS-ACTION-LAPSE
                       PERFORM 2200-JOURNAL-LAPSE
                   END-IF
               END-IF
               PERFORM 4500-RECORD-OUTCOME
           END-IF.

      *----------------------------------------------------------------
      * The lapsed ENROLL record goes on CHGJRNL as a "U" line with
      * the after-image, the same way GRADEPST journals a posting, so
      * a reload and replay keeps the F.
      *----------------------------------------------------------------
       2200-JOURNAL-LAPSE.
           MOVE SPACES TO CJ-RECORD-KEY.
           MOVE SPACES TO CJ-RECORD-IMAGE.
           MOVE "ENROLL" TO CJ-FILE-ID.
           MOVE "U" TO CJ-ACTION.
           MOVE EN-KEY TO CJ-RECORD-KEY.
           MOVE ENROLLMENT-RECORD TO CJ-RECORD-IMAGE.
           ACCEPT CJ-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO CJ-TIME.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CHGJRNL-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           WRITE CHANGE-JOURNAL-LINE FROM CHANGE-JOURNAL-RECORD.
           CLOSE CHANGE-JOURNAL.

       3000-SCAN-HISTORY.
           OPEN I-O ENROLLMENT-HISTORY-FILE.
           IF WS-EH-OK
               PERFORM 3100-CHECK-ONE-HISTORY
                   UNTIL WS-END-OF-HISTORY
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.

       3100-CHECK-ONE-HISTORY.
           READ ENROLLMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT WS-END-OF-HISTORY
               AND EH-GRADE IS EQUAL TO "I "
               MOVE EH-STUDENT-ID TO WS-IN-STUDENT-ID
               MOVE EH-COURSE-CODE TO WS-IN-COURSE-CODE
               MOVE EH-TERM TO WS-IN-TERM
               MOVE "ENRHIST" TO WS-IN-SOURCE
               PERFORM 4000-DATE-INCOMPLETE
               IF WS-ACTION-LAPSE
                   MOVE EH-GRADE TO WS-BEFORE-GRADE
                   MOVE WS-LAPSED-GRADE TO EH-GRADE
                   REWRITE ENROLLMENT-HISTORY-RECORD
                       INVALID KEY
                           SET WS-ACTION-NONE TO TRUE
                   END-REWRITE
               END-IF
               PERFORM 4500-RECORD-OUTCOME
           END-IF.

      *----------------------------------------------------------------
      * The lapse date is the term's end date plus its lapse period,
      * carried on to the next business day when that lands on a
      * weekend, holiday or closure day.  Reached, the grade lapses;
      * inside the warning window, it is listed; a term the master
      * does not know cannot be dated.
      * Records arrive with a term's grades mostly together, so the
      * last term read is kept rather than re-read.
      *----------------------------------------------------------------
       4000-DATE-INCOMPLETE.
           ADD 1 TO WS-READ-COUNT.
           SET WS-ACTION-NONE TO TRUE.
           IF WS-IN-TERM IS NOT EQUAL TO WS-CACHED-TERM
               MOVE WS-IN-TERM TO WS-CACHED-TERM
               MOVE ZERO TO WS-CACHED-END-DATE
               MOVE WS-IN-TERM TO TM-TERM-CODE
               READ TERM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-END-DATE TO WS-CACHED-END-DATE
               END-READ
           END-IF.
           IF WS-CACHED-END-DATE IS EQUAL TO ZERO
               SET WS-ACTION-NO-TERM TO TRUE
               MOVE ZERO TO WS-LAPSE-DATE
           ELSE
               PERFORM 4100-FIND-LAPSE-PERIOD
               COMPUTE WS-LAPSE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CACHED-END-DATE)
                   + WS-LAPSE-DAYS
               PERFORM 4200-MOVE-TO-BUSINESS-DAY
               IF WS-LAPSE-INTEGER IS NOT GREATER THAN WS-RUN-INTEGER
                   SET WS-ACTION-LAPSE TO TRUE
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       WS-LAPSE-INTEGER - WS-RUN-INTEGER
                   IF WS-DAYS-LEFT IS NOT GREATER THAN WS-WARNING-DAYS
                       SET WS-ACTION-WARN TO TRUE
                   END-IF
               END-IF
           END-IF.

       4100-FIND-LAPSE-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH.
           PERFORM 4110-CHECK-ONE-PERIOD
               VARYING WS-PERIOD-INDEX FROM 1 BY 1
               UNTIL WS-PERIOD-FOUND
               OR WS-PERIOD-INDEX IS GREATER THAN WS-PERIOD-COUNT.
           IF WS-PERIOD-FOUND
               SUBTRACT 1 FROM WS-PERIOD-INDEX
               MOVE WS-PT-LAPSE-DAYS(WS-PERIOD-INDEX) TO WS-LAPSE-DAYS
           ELSE
               MOVE WS-DEFAULT-LAPSE-DAYS TO WS-LAPSE-DAYS
           END-IF.

       4110-CHECK-ONE-PERIOD.
           IF WS-PT-TERM(WS-PERIOD-INDEX) IS EQUAL TO WS-IN-TERM
               SET WS-PERIOD-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * A grade must not turn to F on a day nobody could have filed
      * the resolution, so the calendar lapse date moves to the next
      * business day (BUSDAYS) and the day count follows it.
      *----------------------------------------------------------------
       4200-MOVE-TO-BUSINESS-DAY.
           SET BD-FN-NEXT-DAY TO TRUE.
           COMPUTE BD-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAPSE-INTEGER).
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           MOVE BD-RESULT-DATE TO WS-LAPSE-DATE.
           COMPUTE WS-LAPSE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LAPSE-DATE).

      *----------------------------------------------------------------
      * What happened to the grade is written up: a lapse gets its
      * audit line, its notification and a register line; a near
      * lapse goes on the warning list; an undatable one is listed
      * on the register as it stands.
      *----------------------------------------------------------------
       4500-RECORD-OUTCOME.
           MOVE WS-IN-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE WS-IN-COURSE-CODE TO WS-RG-COURSE-CODE.
           MOVE WS-IN-TERM TO WS-RG-TERM.
           MOVE WS-IN-SOURCE TO WS-RG-SOURCE.
           MOVE WS-LAPSE-DATE TO WS-RG-LAPSE-DATE.
           EVALUATE TRUE
               WHEN WS-ACTION-LAPSE
                   ADD 1 TO WS-LAPSED-COUNT
                   PERFORM 4600-WRITE-AUDIT-LINE
                   PERFORM 4700-QUEUE-NOTIFICATION
                   MOVE "LAPSED I TO F" TO WS-RG-DISPOSITION
                   WRITE LAPSE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
               WHEN WS-ACTION-WARN
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE WS-IN-STUDENT-ID TO WS-WN-STUDENT-ID
                   MOVE WS-IN-COURSE-CODE TO WS-WN-COURSE-CODE
                   MOVE WS-IN-TERM TO WS-WN-TERM
                   MOVE WS-IN-SOURCE TO WS-WN-SOURCE
                   MOVE WS-LAPSE-DATE TO WS-WN-LAPSE-DATE
                   MOVE WS-DAYS-LEFT TO WS-WN-DAYS-LEFT
                   WRITE LAPSE-WARNING-LINE FROM WS-WARNING-DETAIL-LINE
               WHEN WS-ACTION-NO-TERM
                   ADD 1 TO WS-NO-TERM-COUNT
                   MOVE "TERM NOT ON TERMMSTR" TO WS-RG-DISPOSITION
                   WRITE LAPSE-REGISTER-LINE
                       FROM WS-REGISTER-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4600-WRITE-AUDIT-LINE.
           ACCEPT GA-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO GA-TIME.
           MOVE WS-OPERATOR-ID TO GA-OPERATOR-ID.
           MOVE WS-IN-STUDENT-ID TO GA-STUDENT-ID.
           MOVE WS-IN-COURSE-CODE TO GA-COURSE-CODE.
           MOVE WS-IN-TERM TO GA-TERM.
           MOVE WS-LAPSE-REASON-CODE TO GA-REASON-CODE.
           MOVE WS-BEFORE-GRADE TO GA-BEFORE-GRADE.
           MOVE WS-LAPSED-GRADE TO GA-AFTER-GRADE.
           OPEN EXTEND GRADE-CHANGE-AUDIT-FILE.
           IF WS-GRDCAUD-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT GRADE-CHANGE-AUDIT-FILE
           END-IF.
           WRITE GRADE-CHANGE-AUDIT-LINE
               FROM GRADE-CHANGE-AUDIT-RECORD.
           CLOSE GRADE-CHANGE-AUDIT-FILE.

      *----------------------------------------------------------------
      * One GRDP event per lapse, sequence from NBRASSGN's NOTIFSEQ
      * series, same shape as GRADEPST's queue writer.  A queue
      * problem never undoes the lapse.
      *----------------------------------------------------------------
       4700-QUEUE-NOTIFICATION.
           SET NB-FN-NEXT TO TRUE.
           MOVE "NOTIFSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           IF NB-OK
               OPEN I-O NOTIFICATION-QUEUE
               IF WS-NOTIFYQ-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT NOTIFICATION-QUEUE
                   CLOSE NOTIFICATION-QUEUE
                   OPEN I-O NOTIFICATION-QUEUE
               END-IF
               IF WS-NQ-OK
                   MOVE SPACES TO NOTIFICATION-RECORD
                   MOVE NB-ASSIGNED-VALUE TO NQ-SEQUENCE
                   MOVE WS-IN-STUDENT-ID TO NQ-STUDENT-ID
                   MOVE "GRDP" TO NQ-EVENT-CODE
                   MOVE WS-IN-COURSE-CODE TO NQ-COURSE-CODE
                   MOVE WS-IN-TERM TO NQ-TERM
                   ACCEPT NQ-EVENT-DATE FROM DATE YYYYMMDD
                   MOVE SPACE TO NQ-SENT-FLAG
                   WRITE NOTIFICATION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   CLOSE NOTIFICATION-QUEUE
               END-IF
           END-IF.

       5000-FINISH.
           WRITE LAPSE-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "INCOMPLETES READ -     " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE LAPSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "LAPSED TO F -          " TO WS-TL-LABEL.
           MOVE WS-LAPSED-COUNT TO WS-TL-COUNT.
           WRITE LAPSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "DUE WITHIN 30 DAYS -   " TO WS-TL-LABEL.
           MOVE WS-WARNING-COUNT TO WS-TL-COUNT.
           WRITE LAPSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TERM NOT ON TERMMSTR - " TO WS-TL-LABEL.
           MOVE WS-NO-TERM-COUNT TO WS-TL-COUNT.
           WRITE LAPSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           WRITE LAPSE-WARNING-LINE FROM WS-BLANK-LINE.
           MOVE "DUE WITHIN 30 DAYS -   " TO WS-TL-LABEL.
           MOVE WS-WARNING-COUNT TO WS-TL-COUNT.
           WRITE LAPSE-WARNING-LINE FROM WS-TRAILER-LINE.
           IF WS-NO-TERM-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           CLOSE LAPSE-REGISTER-FILE.
           CLOSE LAPSE-WARNING-FILE.

       END PROGRAM GRDLAPSE.
