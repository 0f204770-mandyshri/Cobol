       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECCANCL.
      *****************************************************************
      *  Course section cancellation.  When the dean cancels an
      *  under-enrolled section (CAPRPT is usually what flags it),
      *  this run takes the whole section down in one pass instead of
      *  one ENRTRAN drop at a time:
      *
      *    - every live enrollment in the section (W-graded records
      *      hold no seat, as CAPRPT counts) is dropped through UTIL's
      *      "W" function, so each drop is journalled to CHGJRNL and
      *      queues its EDRP notification exactly as an ordinary drop
      *      does.  The run opens UTIL with "K", section cancellation
      *      mode: the add/drop window is not checked and no
      *      waitlisted student is promoted into a freed seat.
      *    - each dropped student's receivable for the term has
      *      RV-REBILL-FLAG set, and the nightly REFUNDS step credits
      *      the cancelled hours in full and clears the flag.
      *    - the course's WAITLIST entries for the term come off the
      *      queue, each with a CANCELED line on WAITLOG for WAITRPT's
      *      activity register.
      *
      *  The PARM carries blank-separated options:
      *      COURSE=cccccc  the course code (required)
      *      SECTION=ss     the section being cancelled (required)
      *      TERM=tttttt    the term (default the Term Master's
      *                     current term)
      *  A missing course or section, a course not on CRSMSTR, or a
      *  term not on TERMMSTR refuses the run with RC 8 and nothing
      *  changed.  The drops are applied under the operator named on
      *  OPERID, and UTIL holds them to its usual authority check.
      *
      *  The SECCREG register lists every affected student by name --
      *  dropped, refused, or taken off the waitlist -- so advisors
      *  can help each one re-register.  An enrollment in the course
      *  and term with no section recorded cannot be placed in the
      *  section being cancelled; it is listed but not dropped, for
      *  the registrar to settle by hand.  Any refusal, or any
      *  unsectioned enrollment left standing, is RC 4.
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
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT WAITLIST-LOG ASSIGN TO "WAITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAITLOG-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
           SELECT CANCEL-REGISTER-FILE ASSIGN TO "SECCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECCREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  WAITLIST-FILE.
           COPY WAITLIST.
       FD  WAITLIST-LOG.
       01  WAITLIST-LOG-LINE           PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       FD  CANCEL-REGISTER-FILE.
       01  CANCEL-REGISTER-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-WAITLIST-STATUS       PIC X(02) VALUE "00".
               88 WS-WL-OK             VALUE "00".
           01 WS-WAITLOG-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-SECCREG-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-WAITLIST-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-WAITLIST   VALUE "Y".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-RECV-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-RECV-IS-OPEN      VALUE "Y".
           01 WS-CANCEL-COURSE         PIC X(06) VALUE SPACES.
           01 WS-CANCEL-SECTION        PIC X(02) VALUE SPACES.
           01 WS-CANCEL-TERM           PIC X(06) VALUE SPACES.
           01 WS-CANCEL-COURSE-NAME    PIC X(20) VALUE SPACES.
           01 WS-LOOKUP-STUDENT-ID     PIC 9(7) VALUE ZERO.
           01 WS-DROPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REBILL-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-UNSECTIONED-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-WAITLIST-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 SCN-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-PARM-TOKEN-1          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN-2          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN-3          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN            PIC X(20) VALUE SPACES.
      *    The section's enrollments are gathered first and dropped
      *    after ENROLL is closed again, so the browse down the
      *    course-code key never runs under UTIL's own deletes.  A
      *    section bigger than the table is finished by a rerun --
      *    what was dropped the first time is no longer there.
           01 WS-SECTION-TABLE.
               05 WS-SECTION-COUNT      PIC 9(05) COMP VALUE ZERO.
               05 WS-SECTION-ENTRY      OCCURS 500 TIMES.
                   10 WS-SE-STUDENT-ID  PIC 9(7).
                   10 WS-SE-SECTION     PIC X(02).
           01 WS-SECTION-MAX           PIC 9(05) COMP VALUE 500.
           01 WS-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
               88 WS-TABLE-FULL        VALUE "Y".
           01 WS-SECTION-INDEX         PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY UTILPARM.
           COPY WAITLOG.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "SECCANCL - COURSE SECTION".
               05 FILLER                PIC X(21) VALUE
                   "CANCELLATION REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(08) VALUE "COURSE ".
               05 WS-RH-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RH-COURSE-NAME     PIC X(20).
               05 FILLER                PIC X(10) VALUE " SECTION ".
               05 WS-RH-SECTION         PIC X(02).
               05 FILLER                PIC X(07) VALUE "  TERM ".
               05 WS-RH-TERM            PIC X(06).
           01 WS-REGISTER-HEADING-3.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(32) VALUE "NAME".
               05 FILLER                PIC X(04) VALUE "SEC".
               05 FILLER                PIC X(11) VALUE "DISPOSITION".
           01 WS-STATUS-LINE.
               05 FILLER                PIC X(08) VALUE "STATUS: ".
               05 WS-SL-TEXT            PIC X(60).
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-SECTION         PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(30).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT SCN-PARM-TEXT FROM COMMAND-LINE.
           PERFORM 1000-PROCESS-PARM.
           PERFORM 1200-READ-OPERATOR-ID.
           OPEN OUTPUT CANCEL-REGISTER-FILE.
           WRITE CANCEL-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           PERFORM 1300-VALIDATE-REQUEST.
           IF WS-RETURN-CODE IS LESS THAN 8
               WRITE CANCEL-REGISTER-LINE FROM WS-REGISTER-HEADING-3
               PERFORM 2000-GATHER-SECTION
               PERFORM 3000-DROP-SECTION
               PERFORM 4000-PURGE-WAITLIST
               PERFORM 5000-WRITE-TRAILER
           END-IF.
           CLOSE CANCEL-REGISTER-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-PROCESS-PARM.
           UNSTRING SCN-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 1100-APPLY-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 1100-APPLY-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
           PERFORM 1100-APPLY-PARM-TOKEN.

       1100-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:7) IS EQUAL TO "COURSE="
                   MOVE WS-PARM-TOKEN(8:6) TO WS-CANCEL-COURSE
               WHEN WS-PARM-TOKEN(1:8) IS EQUAL TO "SECTION="
                   MOVE WS-PARM-TOKEN(9:2) TO WS-CANCEL-SECTION
               WHEN WS-PARM-TOKEN(1:5) IS EQUAL TO "TERM="
                   MOVE WS-PARM-TOKEN(6:6) TO WS-CANCEL-TERM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * The OPERID file names the operator the drops are applied
      * under, as it does for ENRMAINT's batch runs.
      *----------------------------------------------------------------
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
      * Nothing is touched until the course, section, and term are
      * all known good.  The course comes back from UTIL's "C"
      * lookup with its catalog name for the heading.
      *----------------------------------------------------------------
       1300-VALIDATE-REQUEST.
           PERFORM 1400-FIND-TERM.
           MOVE WS-CANCEL-COURSE TO WS-RH-COURSE-CODE.
           MOVE WS-CANCEL-SECTION TO WS-RH-SECTION.
           MOVE WS-CANCEL-TERM TO WS-RH-TERM.
           EVALUATE TRUE
               WHEN WS-CANCEL-COURSE IS EQUAL TO SPACES
                   OR WS-CANCEL-SECTION IS EQUAL TO SPACES
                   MOVE "COURSE AND SECTION REQUIRED - NOTHING DONE"
                       TO WS-SL-TEXT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN NOT WS-TERM-FOUND
                   MOVE "TERM NOT ON TERMMSTR - NOTHING DONE"
                       TO WS-SL-TEXT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   SET UP-FN-COURSE-LOOKUP TO TRUE
                   MOVE WS-CANCEL-COURSE TO UP-COURSE-CODE
                   PERFORM 9000-CALL-UTIL
                   IF UP-FOUND
                       MOVE UP-COURSE-NAME TO WS-CANCEL-COURSE-NAME
                       MOVE "SECTION CANCELLED" TO WS-SL-TEXT
                   ELSE
                       MOVE "COURSE NOT ON CRSMSTR - NOTHING DONE"
                           TO WS-SL-TEXT
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE.
           MOVE WS-CANCEL-COURSE-NAME TO WS-RH-COURSE-NAME.
           WRITE CANCEL-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           WRITE CANCEL-REGISTER-LINE FROM WS-STATUS-LINE.
           WRITE CANCEL-REGISTER-LINE FROM WS-BLANK-LINE.

      *----------------------------------------------------------------
      * A named term is read directly; otherwise the Term Master is
      * browsed for the current-term flag.
      *----------------------------------------------------------------
       1400-FIND-TERM.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               IF WS-CANCEL-TERM IS NOT EQUAL TO SPACES
                   MOVE WS-CANCEL-TERM TO TM-TERM-CODE
                   READ TERM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-TERM-FOUND TO TRUE
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO TM-TERM-CODE
                   START TERM-MASTER-FILE
                       KEY IS NOT LESS THAN TM-TERM-CODE
                       INVALID KEY
                           SET WS-END-OF-TERMS TO TRUE
                   END-START
                   PERFORM 1410-SCAN-ONE-TERM UNTIL WS-END-OF-TERMS
               END-IF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1410-SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TERMS TO TRUE
               NOT AT END
                   IF TM-CURRENT-TERM
                       MOVE TM-TERM-CODE TO WS-CANCEL-TERM
                       SET WS-TERM-FOUND TO TRUE
                       SET WS-END-OF-TERMS TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One browse down the course-code key collects the course's
      * live enrollments for the term that sit in the cancelled
      * section, or that carry no section at all (listed, not
      * dropped -- see 3100).
      *----------------------------------------------------------------
       2000-GATHER-SECTION.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               MOVE WS-CANCEL-COURSE TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS EQUAL TO EN-COURSE-CODE
                   INVALID KEY
                       SET WS-END-OF-ENROLL TO TRUE
               END-START
               PERFORM 2100-GATHER-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
               CLOSE ENROLLMENT-FILE
           END-IF.

       2100-GATHER-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               IF EN-COURSE-CODE IS NOT EQUAL TO WS-CANCEL-COURSE
                   SET WS-END-OF-ENROLL TO TRUE
               ELSE
                   IF EN-TERM IS EQUAL TO WS-CANCEL-TERM
                       AND EN-GRADE(1:1) IS NOT EQUAL TO "W"
                       AND (EN-SECTION IS EQUAL TO WS-CANCEL-SECTION
                           OR EN-SECTION IS EQUAL TO SPACES)
                       PERFORM 2200-TABLE-ONE-ENROLLMENT
                   END-IF
               END-IF
           END-IF.

       2200-TABLE-ONE-ENROLLMENT.
           IF WS-SECTION-COUNT IS LESS THAN WS-SECTION-MAX
               ADD 1 TO WS-SECTION-COUNT
               MOVE EN-STUDENT-ID
                   TO WS-SE-STUDENT-ID(WS-SECTION-COUNT)
               MOVE EN-SECTION TO WS-SE-SECTION(WS-SECTION-COUNT)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * UTIL is opened in section cancellation mode for the drops and
      * closed down with "Z" after them.  The student master and the
      * receivables stay open across the pass for the names and the
      * re-billing flags.
      *----------------------------------------------------------------
       3000-DROP-SECTION.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O RECEIVABLE-FILE.
           IF WS-RV-OK
               SET WS-RECV-IS-OPEN TO TRUE
           END-IF.
           SET UP-FN-SECTION-CANCEL TO TRUE.
           PERFORM 9000-CALL-UTIL.
           PERFORM 3100-DROP-ONE-STUDENT
               VARYING WS-SECTION-INDEX FROM 1 BY 1
               UNTIL WS-SECTION-INDEX IS GREATER THAN WS-SECTION-COUNT.
           SET UP-FN-END-OF-RUN TO TRUE.
           PERFORM 9000-CALL-UTIL.
           IF WS-TABLE-FULL
               MOVE "SECTION LARGER THAN ONE PASS - RERUN TO FINISH"
                   TO WS-SL-TEXT
               WRITE CANCEL-REGISTER-LINE FROM WS-STATUS-LINE
               IF WS-RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3100-DROP-ONE-STUDENT.
           MOVE WS-SE-STUDENT-ID(WS-SECTION-INDEX)
               TO WS-LOOKUP-STUDENT-ID.
           PERFORM 8000-LOOKUP-STUDENT-NAME.
           MOVE WS-SE-SECTION(WS-SECTION-INDEX) TO WS-RG-SECTION.
           IF WS-SE-SECTION(WS-SECTION-INDEX) IS EQUAL TO SPACES
               ADD 1 TO WS-UNSECTIONED-COUNT
               MOVE "NO SECTION ON FILE - NOT DROPPED"
                   TO WS-RG-DISPOSITION
               IF WS-RETURN-CODE IS LESS THAN 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               SET UP-FN-DROP-ENROLLMENT TO TRUE
               MOVE WS-LOOKUP-STUDENT-ID TO UP-STUDENT-ID
               MOVE WS-CANCEL-COURSE TO UP-COURSE-CODE
               PERFORM 9000-CALL-UTIL
               EVALUATE TRUE
                   WHEN UP-FOUND
                       ADD 1 TO WS-DROPPED-COUNT
                       PERFORM 3200-FLAG-RECEIVABLE
                   WHEN UP-NOT-AUTHORIZED
                       MOVE "NOT DROPPED - NOT AUTHORIZED"
                           TO WS-RG-DISPOSITION
                   WHEN UP-RECORD-BUSY
                       MOVE "NOT DROPPED - RECORD IN USE"
                           TO WS-RG-DISPOSITION
                   WHEN OTHER
                       MOVE "NOT DROPPED - NOT ON FILE"
                           TO WS-RG-DISPOSITION
               END-EVALUATE
               IF NOT UP-FOUND
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-RETURN-CODE IS LESS THAN 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           WRITE CANCEL-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

      *----------------------------------------------------------------
      * A student not billed for the term yet has nothing to re-bill;
      * TUITBILL will price whatever is left when it runs.
      *----------------------------------------------------------------
       3200-FLAG-RECEIVABLE.
           MOVE "DROPPED - NOT YET BILLED" TO WS-RG-DISPOSITION.
           IF WS-RECV-IS-OPEN
               MOVE WS-LOOKUP-STUDENT-ID TO RV-STUDENT-ID
               MOVE WS-CANCEL-TERM TO RV-TERM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RV-REBILL-REQUESTED TO TRUE
                       REWRITE RECEIVABLE-RECORD
                       ADD 1 TO WS-REBILL-COUNT
                       MOVE "DROPPED - FLAGGED FOR REBILL"
                           TO WS-RG-DISPOSITION
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * WAITLIST queues by course, not by section, so every entry for
      * the course in the cancelled term comes off with a CANCELED
      * line on WAITLOG, the same way WAITRPT logs its expiries.
      *----------------------------------------------------------------
       4000-PURGE-WAITLIST.
           OPEN I-O WAITLIST-FILE.
           IF WS-WL-OK
               MOVE WS-CANCEL-COURSE TO WL-COURSE-CODE
               MOVE ZERO TO WL-SEQUENCE
               START WAITLIST-FILE KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       SET WS-END-OF-WAITLIST TO TRUE
               END-START
               PERFORM 4100-PURGE-ONE-ENTRY UNTIL WS-END-OF-WAITLIST
               CLOSE WAITLIST-FILE
           END-IF.

       4100-PURGE-ONE-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-WAITLIST TO TRUE
           END-READ.
           IF NOT WS-END-OF-WAITLIST
               IF WL-COURSE-CODE IS NOT EQUAL TO WS-CANCEL-COURSE
                   SET WS-END-OF-WAITLIST TO TRUE
               ELSE
                   IF WL-TERM IS EQUAL TO WS-CANCEL-TERM
                       PERFORM 4200-CANCEL-WAITLIST-ENTRY
                   END-IF
               END-IF
           END-IF.

       4200-CANCEL-WAITLIST-ENTRY.
           MOVE "CANCELED" TO WG-ACTION.
           MOVE WL-COURSE-CODE TO WG-COURSE-CODE.
           MOVE WL-STUDENT-ID TO WG-STUDENT-ID.
           MOVE WL-TERM TO WG-TERM.
           MOVE WL-SEQUENCE TO WG-SEQUENCE.
           PERFORM 4300-WRITE-WAITLIST-LOG.
           DELETE WAITLIST-FILE.
           ADD 1 TO WS-WAITLIST-COUNT.
           MOVE WL-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 8000-LOOKUP-STUDENT-NAME.
           MOVE SPACES TO WS-RG-SECTION.
           MOVE "WAITLIST ENTRY CANCELED" TO WS-RG-DISPOSITION.
           WRITE CANCEL-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       4300-WRITE-WAITLIST-LOG.
           ACCEPT WG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO WG-TIME.
           OPEN EXTEND WAITLIST-LOG.
           IF WS-WAITLOG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT WAITLIST-LOG
           END-IF.
           WRITE WAITLIST-LOG-LINE FROM WAITLIST-LOG-RECORD.
           CLOSE WAITLIST-LOG.

       5000-WRITE-TRAILER.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-RECV-IS-OPEN
               CLOSE RECEIVABLE-FILE
           END-IF.
           WRITE CANCEL-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS DROPPED -     " TO WS-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
           WRITE CANCEL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "FLAGGED FOR REBILL -   " TO WS-TL-LABEL.
           MOVE WS-REBILL-COUNT TO WS-TL-COUNT.
           WRITE CANCEL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "DROPS REFUSED -        " TO WS-TL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
           WRITE CANCEL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "NO SECTION ON FILE -   " TO WS-TL-LABEL.
           MOVE WS-UNSECTIONED-COUNT TO WS-TL-COUNT.
           WRITE CANCEL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "WAITLIST CANCELED -    " TO WS-TL-LABEL.
           MOVE WS-WAITLIST-COUNT TO WS-TL-COUNT.
           WRITE CANCEL-REGISTER-LINE FROM WS-TRAILER-LINE.

      *----------------------------------------------------------------
      * Fills the register line's ID and name; a student missing from
      * the master still prints, with the name left blank.
      *----------------------------------------------------------------
       8000-LOOKUP-STUDENT-NAME.
           MOVE WS-LOOKUP-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE SPACES TO WS-RG-STUDENT-NAME.
           IF WS-MASTER-IS-OPEN
               MOVE WS-LOOKUP-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STUDENT-NAME TO WS-RG-STUDENT-NAME
               END-READ
           END-IF.

       9000-CALL-UTIL.
           MOVE SPACE TO UP-CHECK-DIGIT.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       END PROGRAM SECCANCL.
