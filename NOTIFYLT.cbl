      *  -- a job that dies mid-print leaves the queue unmarked and
      *  the rerun simply prints again, which beats marking letters
      *  sent that nobody ever got.
      *
      *  Each letter carries the student's mailing address block from
      *  the Student Address file (see copybooks STUADDR.cpy) under
      *  the name line.  A student whose mailing address is flagged
      *  returned mail gets no letter: the student goes on the
      *  NOTIFEXC exception list instead, and those events stay
      *  unsent so they mail once ADRMAINT records a corrected
      *  address.  A student with no address on file still gets the
      *  letter, printed without a block and listed on NOTIFEXC for
      *  the mail room to address by hand.  With STUADDR missing
      *  entirely, letters print name-only as they always have.
      *
      *  The run is bracketed with RUNLOG start and end calls like
      *  the maintenance steps: this is the last step of the nightly
      *  window, and its end stamp is where BATCHWIN measures the
      *  stream against the morning deadline.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SEND-REGISTER-FILE ASSIGN TO "NOTIFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFREG-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT NOTICE-EXCEPTION-FILE ASSIGN TO "NOTIFEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFEXC-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       01  NOTICE-LETTER-LINE          PIC X(80).
       FD  SEND-REGISTER-FILE.
       01  SEND-REGISTER-LINE          PIC X(80).
       FD  STUDENT-ADDRESS-FILE.
           COPY STUADDR.
       FD  NOTICE-EXCEPTION-FILE.
       01  NOTICE-EXCEPTION-LINE       PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-STUDENT-ID           PIC 9(7).
               88 WS-SM-OK             VALUE "00".
           01 WS-NOTICES-STATUS        PIC X(02) VALUE "00".
           01 WS-NOTIFREG-STATUS       PIC X(02) VALUE "00".
           01 WS-ADDRESS-STATUS        PIC X(02) VALUE "00".
               88 WS-AD-OK             VALUE "00".
           01 WS-NOTIFEXC-STATUS       PIC X(02) VALUE "00".
           01 WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ADDRESS-IS-OPEN   VALUE "Y".
           01 WS-MAILING-STATE         PIC X(01) VALUE SPACE.
               88 WS-MAIL-TO-ADDRESS   VALUE "A".
               88 WS-MAIL-RETURNED     VALUE "R".
               88 WS-MAIL-NO-ADDRESS   VALUE "N".
               88 WS-MAIL-NAME-ONLY    VALUE " ".
           01 WS-SUPPRESSED-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-NO-ADDRESS-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-QUEUE-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-QUEUE      VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               05 FILLER                PIC X(02) VALUE "( ".
               05 WS-LT-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(01) VALUE ")".
           01 WS-LETTER-ADDRESS-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-LA-ADDRESS-TEXT    PIC X(30).
           01 WS-LETTER-CITY-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-LC-CITY            PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-LC-STATE           PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-LC-ZIP             PIC X(09).
           01 WS-LETTER-OPENING.
               05 FILLER                PIC X(44) VALUE
                   "THE FOLLOWING CHANGES WERE MADE TO YOUR".
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-EVENT-COUNT     PIC ZZZZ9.
               05 FILLER                PIC X(07) VALUE " EVENTS".
           01 WS-EXCEPTION-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "NOTIFYLT - NOTICE MAILING".
               05 FILLER                PIC X(14) VALUE
                   "EXCEPTION LIST".
           01 WS-EXCEPTION-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(31) VALUE "NAME".
               05 FILLER                PIC X(21) VALUE "EXCEPTION".
               05 FILLER                PIC X(06) VALUE "EVENTS".
           01 WS-EXCEPTION-DETAIL-LINE.
               05 WS-EX-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-EX-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-EX-REASON          PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-EX-EVENT-COUNT     PIC ZZZZ9.
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
           COPY RUNLPARM.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE "NOTIFYLT" TO RL-PROGRAM-ID.
           SET RL-FN-JOB-START TO TRUE.
           CALL "RUNLOG" USING RL-FUNCTION-CODE, RL-PROGRAM-ID,
                   RL-RECORD-COUNT, RL-COMPLETION-STATUS.
           OPEN OUTPUT NOTICE-LETTER-FILE.
           OPEN OUTPUT SEND-REGISTER-FILE.
           WRITE SEND-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           OPEN OUTPUT NOTICE-EXCEPTION-FILE.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-1.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-2.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-AD-OK
               SET WS-ADDRESS-IS-OPEN TO TRUE
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STUDENT-ID
               ON ASCENDING KEY SW-SEQUENCE
           MOVE "EVENTS MARKED SENT -   " TO WS-TL-LABEL.
           MOVE WS-MARKED-COUNT TO WS-TL-COUNT.
           WRITE SEND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "LETTERS SUPPRESSED -   " TO WS-TL-LABEL.
           MOVE WS-SUPPRESSED-COUNT TO WS-TL-COUNT.
           WRITE SEND-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "EVENTS HELD UNSENT -   " TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           WRITE SEND-REGISTER-LINE FROM WS-TRAILER-LINE.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-BLANK-LINE.
           MOVE "RETURNED MAIL -        " TO WS-TL-LABEL.
           MOVE WS-SUPPRESSED-COUNT TO WS-TL-COUNT.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-TRAILER-LINE.
           MOVE "NO ADDRESS ON FILE -   " TO WS-TL-LABEL.
           MOVE WS-NO-ADDRESS-COUNT TO WS-TL-COUNT.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-TRAILER-LINE.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ADDRESS-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE NOTICE-LETTER-FILE.
           CLOSE SEND-REGISTER-FILE.
           CLOSE NOTICE-EXCEPTION-FILE.
           MOVE WS-TOTAL-EVENTS TO RL-RECORD-COUNT.
           MOVE "COMPLETE" TO RL-COMPLETION-STATUS.
           SET RL-FN-JOB-END TO TRUE.
           CALL "RUNLOG" USING RL-FUNCTION-CODE, RL-PROGRAM-ID,
                   RL-RECORD-COUNT, RL-COMPLETION-STATUS.
           STOP RUN.

       1000-RELEASE-UNSENT-EVENTS.
           END-EVALUATE.
           MOVE SW-COURSE-CODE TO WS-LE-COURSE-CODE.
           MOVE SW-TERM TO WS-LE-TERM.
           IF NOT WS-MAIL-RETURNED
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-EVENT-LINE
           END-IF.
           PERFORM 3100-RETURN-SORTED-RECORD.

      *----------------------------------------------------------------
      * A returned-mail student's letter is never started: nothing
      * goes on NOTICES for that student, and 3500 lists the student
      * on the exception list instead of the send register.
      *----------------------------------------------------------------
       3400-OPEN-LETTER.
           MOVE SW-STUDENT-ID TO WS-PREV-STUDENT-ID.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE SW-STUDENT-ID TO WS-LT-STUDENT-ID.
           PERFORM 3450-GET-STUDENT-NAME.
           MOVE SW-STUDENT-ID TO AD-STUDENT-ID.
           PERFORM 3460-GET-MAILING-STATE.
           IF NOT WS-MAIL-RETURNED
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-SEPARATOR
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-TO-LINE
               IF WS-MAIL-TO-ADDRESS
                   PERFORM 3470-PRINT-ADDRESS-BLOCK
               END-IF
               WRITE NOTICE-LETTER-LINE FROM WS-BLANK-LINE
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-OPENING
           END-IF.

       3450-GET-STUDENT-NAME.
           IF NOT WS-MASTER-IS-OPEN
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Which address, if any, this student's letter goes to -- the
      * caller leaves the student ID in AD-STUDENT-ID.  Used both when
      * the letter prints and when the second pass decides whether
      * the student's events may be marked sent.
      *----------------------------------------------------------------
       3460-GET-MAILING-STATE.
           SET WS-MAIL-NAME-ONLY TO TRUE.
           IF WS-ADDRESS-IS-OPEN
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       SET WS-MAIL-NO-ADDRESS TO TRUE
                   NOT INVALID KEY
                       IF AD-MAIL-RETURNED
                           SET WS-MAIL-RETURNED TO TRUE
                       ELSE
                           SET WS-MAIL-TO-ADDRESS TO TRUE
                       END-IF
               END-READ
           END-IF.

       3470-PRINT-ADDRESS-BLOCK.
           MOVE AD-MAIL-LINE-1 TO WS-LA-ADDRESS-TEXT.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-ADDRESS-LINE.
           IF AD-MAIL-LINE-2 IS NOT EQUAL TO SPACES
               MOVE AD-MAIL-LINE-2 TO WS-LA-ADDRESS-TEXT
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-ADDRESS-LINE
           END-IF.
           MOVE AD-MAIL-CITY TO WS-LC-CITY.
           MOVE AD-MAIL-STATE TO WS-LC-STATE.
           MOVE AD-MAIL-ZIP TO WS-LC-ZIP.
           WRITE NOTICE-LETTER-LINE FROM WS-LETTER-CITY-LINE.

       3500-CLOSE-LETTER.
           IF WS-MAIL-RETURNED
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE "RETURNED MAIL" TO WS-EX-REASON
               PERFORM 3550-WRITE-EXCEPTION
           ELSE
               WRITE NOTICE-LETTER-LINE FROM WS-BLANK-LINE
               WRITE NOTICE-LETTER-LINE FROM WS-LETTER-CLOSING
               ADD 1 TO WS-LETTER-COUNT
               MOVE WS-PREV-STUDENT-ID TO WS-RG-STUDENT-ID
               MOVE WS-EVENT-COUNT TO WS-RG-EVENT-COUNT
               WRITE SEND-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE
               IF WS-MAIL-NO-ADDRESS
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE "NO ADDRESS ON FILE" TO WS-EX-REASON
                   PERFORM 3550-WRITE-EXCEPTION
               END-IF
           END-IF.

       3550-WRITE-EXCEPTION.
           MOVE WS-PREV-STUDENT-ID TO WS-EX-STUDENT-ID.
           MOVE WS-LT-STUDENT-NAME TO WS-EX-STUDENT-NAME.
           MOVE WS-EVENT-COUNT TO WS-EX-EVENT-COUNT.
           WRITE NOTICE-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.

      *----------------------------------------------------------------
      * Second pass of the queue, only after every letter printed:
      * each unsent event flips to sent.  A rerun after a mid-print
      * failure re-prints rather than losing notices.  Events for a
      * returned-mail student stay unsent -- no letter went out.
      *----------------------------------------------------------------
       5000-MARK-EVENTS-SENT.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           END-READ.
           IF NOT WS-END-OF-QUEUE
               IF NOT NQ-SENT
                   MOVE NQ-STUDENT-ID TO AD-STUDENT-ID
                   PERFORM 3460-GET-MAILING-STATE
                   IF WS-MAIL-RETURNED
                       ADD 1 TO WS-HELD-COUNT
                   ELSE
                       MOVE "S" TO NQ-SENT-FLAG
                       REWRITE NOTIFICATION-RECORD
                       ADD 1 TO WS-MARKED-COUNT
                   END-IF
               END-IF
           END-IF.

