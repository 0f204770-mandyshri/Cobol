      *
      *  First, entries that have sat on the WAITLIST file too long
      *  are expired.  The PARM optionally carries a cutoff date
      *  (yyyymmdd) or an age in business days (one to three
      *  digits); any entry queued before the cutoff -- or before
      *  the date that many business days back, worked out through
      *  BUSDAYS so holidays and closure weeks don't count against
      *  the student -- is deleted from the waitlist and an EXPIRED
      *  line is logged to WAITLOG, so the register below accounts
      *  for it.  With no PARM nothing expires -- registration week
      *  runs the job bare, month-end housekeeping supplies the
      *  cutoff.
      *
      *  Second, the register itself: every WAITLOG line carrying
      *  today's date -- who was QUEUED when a full course turned
      *  them away, who was PROMOTED into ENROLL when a drop freed a
      *  seat, who was EXPIRED above, and whose entry was CANCELED
      *  with the course section it waited on -- printed to WAITREG with
      *  counts at end of report, so the desk has one sheet to settle
      *  the disputes the old paper list used to cause.
      *****************************************************************
           01 WS-QUEUED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-PROMOTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-EXPIRED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-CANCELED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WRT-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-EXPIRY-DAYS           PIC 9(03) VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY WAITLOG.
           COPY BDPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "WAITRPT - WAITLIST ACTIVITY".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRT-PARM-TEXT FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN WRT-PARM-TEXT(1:8) IS NUMERIC
                   MOVE WRT-PARM-TEXT(1:8) TO WS-CUTOFF-DATE
               WHEN WRT-PARM-TEXT(1:3) IS NUMERIC
                   AND WRT-PARM-TEXT(4:1) IS EQUAL TO SPACE
                   MOVE WRT-PARM-TEXT(1:3) TO WS-EXPIRY-DAYS
                   PERFORM 1400-FIND-EXPIRY-CUTOFF
               WHEN WRT-PARM-TEXT(1:2) IS NUMERIC
                   AND WRT-PARM-TEXT(3:1) IS EQUAL TO SPACE
                   MOVE WRT-PARM-TEXT(1:2) TO WS-EXPIRY-DAYS
                   PERFORM 1400-FIND-EXPIRY-CUTOFF
               WHEN WRT-PARM-TEXT(1:1) IS NUMERIC
                   AND WRT-PARM-TEXT(2:1) IS EQUAL TO SPACE
                   MOVE WRT-PARM-TEXT(1:1) TO WS-EXPIRY-DAYS
                   PERFORM 1400-FIND-EXPIRY-CUTOFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-CUTOFF-DATE IS GREATER THAN ZERO
               PERFORM 1000-EXPIRE-STALE-ENTRIES
           END-IF.
           WRITE WAITLIST-LOG-LINE FROM WAITLIST-LOG-RECORD.
           CLOSE WAITLIST-LOG.

      *----------------------------------------------------------------
      * An age in business days becomes the cutoff date that many
      * business days before today.
      *----------------------------------------------------------------
       1400-FIND-EXPIRY-CUTOFF.
           SET BD-FN-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO BD-START-DATE.
           COMPUTE BD-DAY-COUNT = 0 - WS-EXPIRY-DAYS.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           MOVE BD-RESULT-DATE TO WS-CUTOFF-DATE.

      *----------------------------------------------------------------
      * Prints every WAITLOG line stamped with today's date.  Older
      * lines stay on the log for the archive job to worry about;
           MOVE "ENTRIES EXPIRED -      " TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           WRITE WAITLIST-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "ENTRIES CANCELED -     " TO WS-TL-LABEL.
           MOVE WS-CANCELED-COUNT TO WS-TL-COUNT.
           WRITE WAITLIST-REGISTER-LINE FROM WS-TRAILER-LINE.
           CLOSE WAITLIST-REGISTER-FILE.

       2100-READ-LOG.
                       ADD 1 TO WS-PROMOTED-COUNT
                   WHEN WG-EXPIRED
                       ADD 1 TO WS-EXPIRED-COUNT
                   WHEN WG-CANCELED
                       ADD 1 TO WS-CANCELED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
