       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAYS.
      *****************************************************************
      *  Business-day date service (see copybooks BDPARM.cpy).  Every
      *  deadline the system works out -- log retention, waitlist
      *  expiry, password expiry, installment due dates, Incomplete
      *  grade lapse -- used to count plain calendar days, so a due
      *  date could land on Christmas Day or in the middle of the
      *  winter closure with nobody in the office to take the
      *  payment.  Those calculations now come here: add business
      *  days to a date, count the business days between two dates,
      *  find the next business day, or say what kind of day a date
      *  is.
      *
      *  Saturdays and Sundays are never business days.  Holidays and
      *  closure days come off the HOLCAL calendar (layout in
      *  copybooks/HOLCAL.cpy, maintained through HOLLOAD), which is
      *  read into a table on the first call of the run and kept for
      *  the calls after it -- GRDLAPSE asks once per Incomplete, and
      *  re-reading the file each time would cost more than the rest
      *  of the job.  No HOLCAL on the system means no holidays, not
      *  a failure: weekends alone are skipped, the same allowance the
      *  other control files make while a shop is converting.
      *
      *  The calendar arithmetic itself is INTEGER-OF-DATE, as LOGARCH
      *  used it before: day 1 of that count was a Monday, so the
      *  remainder over 7 gives the weekday directly.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL.
       WORKING-STORAGE SECTION.
           01 WS-HOLCAL-STATUS         PIC X(02) VALUE "00".
               88 WS-HOLCAL-OK         VALUE "00".
           01 WS-CALENDAR-SWITCH       PIC X(01) VALUE "N".
               88 WS-CALENDAR-LOADED   VALUE "Y".
           01 WS-HOLCAL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-HOLCAL     VALUE "Y".
      *    The calendar table holds 999 days; the extra slot keeps
      *    the lookup's stopping test inside the table.
           01 WS-CALENDAR-TABLE.
               05 WS-CALENDAR-ENTRY OCCURS 1000 TIMES.
                   10 WS-CAL-DATE      PIC 9(08).
                   10 WS-CAL-DAY-TYPE  PIC X(01).
           01 WS-CALENDAR-COUNT        PIC 9(04) COMP VALUE ZERO.
           01 WS-CALENDAR-MAXIMUM      PIC 9(04) COMP VALUE 999.
           01 WS-CALENDAR-INDEX        PIC 9(04) COMP VALUE ZERO.
           01 WS-CALENDAR-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-CALENDAR-FOUND    VALUE "Y".
           01 WS-CHECK-DATE            PIC 9(08) VALUE ZERO.
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CD-YEAR           PIC 9(04).
               05 WS-CD-MONTH          PIC 9(02).
               05 WS-CD-DAY            PIC 9(02).
           01 WS-CHECK-INTEGER         PIC 9(08) COMP VALUE ZERO.
           01 WS-ROUND-TRIP-DATE       PIC 9(08) VALUE ZERO.
           01 WS-DATE-VALID-SWITCH     PIC X(01) VALUE "N".
               88 WS-DATE-VALID        VALUE "Y".
           01 WS-START-INTEGER         PIC 9(08) COMP VALUE ZERO.
           01 WS-END-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-LOW-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-HIGH-INTEGER          PIC 9(08) COMP VALUE ZERO.
           01 WS-DAY-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-DAY-DATE              PIC 9(08) VALUE ZERO.
           01 WS-DAY-TYPE              PIC X(01) VALUE SPACE.
               88 WS-BUSINESS-DAY      VALUE "B".
           01 WS-WEEK-NUMBER           PIC 9(08) COMP VALUE ZERO.
           01 WS-WEEKDAY-OFFSET        PIC 9(01) VALUE ZERO.
               88 WS-WEEKEND-OFFSET    VALUE 5 6.
           01 WS-DAYS-TO-GO            PIC 9(05) VALUE ZERO.
           01 WS-BUSINESS-DAY-COUNT    PIC 9(05) VALUE ZERO.
       LINKAGE SECTION.
           COPY BDPARM.
       PROCEDURE DIVISION USING BD-FUNCTION-CODE, BD-START-DATE,
               BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
               BD-DAY-TYPE, BD-STATUS-CODE.
       MAIN-PROCEDURE.
           SET BD-INVALID TO TRUE.
           MOVE ZERO TO BD-RESULT-DATE.
           MOVE SPACE TO BD-DAY-TYPE.
           IF NOT WS-CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.
           MOVE BD-START-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-VALID
               MOVE WS-CHECK-INTEGER TO WS-START-INTEGER
               EVALUATE TRUE
                   WHEN BD-FN-ADD-DAYS
                       PERFORM ADD-BUSINESS-DAYS
                   WHEN BD-FN-COUNT-DAYS
                       PERFORM COUNT-BUSINESS-DAYS
                   WHEN BD-FN-NEXT-DAY
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   WHEN BD-FN-DAY-TYPE
                       MOVE WS-START-INTEGER TO WS-DAY-INTEGER
                       PERFORM CLASSIFY-DAY
                       PERFORM RETURN-RESULT-DATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           GOBACK.

      *----------------------------------------------------------------
      * HOLCAL is keyed on the date, so the table loads in date
      * order and a lookup can stop at the first later date.
      *----------------------------------------------------------------
       LOAD-CALENDAR.
           SET WS-CALENDAR-LOADED TO TRUE.
           MOVE ZERO TO WS-CALENDAR-COUNT.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLCAL-OK
               PERFORM LOAD-ONE-CALENDAR-DAY
                   UNTIL WS-END-OF-HOLCAL
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           ADD 1 TO WS-CALENDAR-COUNT GIVING WS-CALENDAR-INDEX.
           MOVE 99999999 TO WS-CAL-DATE (WS-CALENDAR-INDEX).

       LOAD-ONE-CALENDAR-DAY.
           READ HOLIDAY-CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HOLCAL TO TRUE
               NOT AT END
                   IF WS-CALENDAR-COUNT IS LESS THAN
                           WS-CALENDAR-MAXIMUM
                       ADD 1 TO WS-CALENDAR-COUNT
                       MOVE HC-DATE
                           TO WS-CAL-DATE (WS-CALENDAR-COUNT)
                       MOVE HC-DAY-TYPE
                           TO WS-CAL-DAY-TYPE (WS-CALENDAR-COUNT)
                   ELSE
                       DISPLAY "BUSDAYS - HOLCAL OVER 999 DAYS, "
                           "LATER DAYS IGNORED"
                       SET WS-END-OF-HOLCAL TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Month and day are range-checked before INTEGER-OF-DATE sees
      * the date, and the round trip through DATE-OF-INTEGER catches
      * a day past the end of its month, as PLANSET checks its first
      * due dates.
      *----------------------------------------------------------------
       VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           IF WS-CHECK-DATE IS NUMERIC
               AND WS-CD-YEAR IS GREATER THAN 1600
               AND WS-CD-MONTH IS GREATER THAN ZERO
               AND WS-CD-MONTH IS LESS THAN 13
               AND WS-CD-DAY IS GREATER THAN ZERO
               AND WS-CD-DAY IS LESS THAN 32
               COMPUTE WS-CHECK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               COMPUTE WS-ROUND-TRIP-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
               IF WS-ROUND-TRIP-DATE IS EQUAL TO WS-CHECK-DATE
                   SET WS-DATE-VALID TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WS-DAY-INTEGER in, WS-DAY-TYPE out.  HOLLOAD puts no weekend
      * days on the calendar, so a day found there is a weekday and
      * the weekday arithmetic is only needed when it isn't.
      *----------------------------------------------------------------
       CLASSIFY-DAY.
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE "N" TO WS-CALENDAR-FOUND-SWITCH.
           PERFORM CHECK-CALENDAR-ENTRY
               VARYING WS-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WS-CALENDAR-FOUND
               OR WS-CAL-DATE (WS-CALENDAR-INDEX)
                   IS GREATER THAN WS-DAY-DATE.
           IF NOT WS-CALENDAR-FOUND
               SUBTRACT 1 FROM WS-DAY-INTEGER GIVING WS-WEEK-NUMBER
               DIVIDE WS-WEEK-NUMBER BY 7 GIVING WS-WEEK-NUMBER
                   REMAINDER WS-WEEKDAY-OFFSET
               IF WS-WEEKEND-OFFSET
                   MOVE "W" TO WS-DAY-TYPE
               ELSE
                   MOVE "B" TO WS-DAY-TYPE
               END-IF
           END-IF.

       CHECK-CALENDAR-ENTRY.
           IF WS-CAL-DATE (WS-CALENDAR-INDEX) IS EQUAL TO WS-DAY-DATE
               MOVE WS-CAL-DAY-TYPE (WS-CALENDAR-INDEX)
                   TO WS-DAY-TYPE
               SET WS-CALENDAR-FOUND TO TRUE
           END-IF.

       RETURN-RESULT-DATE.
           MOVE WS-DAY-DATE TO BD-RESULT-DATE.
           MOVE WS-DAY-TYPE TO BD-DAY-TYPE.
           SET BD-VALID TO TRUE.

       ADD-BUSINESS-DAYS.
           MOVE WS-START-INTEGER TO WS-DAY-INTEGER.
           IF BD-DAY-COUNT IS LESS THAN ZERO
               COMPUTE WS-DAYS-TO-GO = 0 - BD-DAY-COUNT
               PERFORM STEP-BACK-ONE-DAY
                   UNTIL WS-DAYS-TO-GO IS EQUAL TO ZERO
           ELSE
               MOVE BD-DAY-COUNT TO WS-DAYS-TO-GO
               PERFORM STEP-FORWARD-ONE-DAY
                   UNTIL WS-DAYS-TO-GO IS EQUAL TO ZERO
           END-IF.
           PERFORM CLASSIFY-DAY.
           PERFORM RETURN-RESULT-DATE.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO WS-DAY-INTEGER.
           PERFORM CLASSIFY-DAY.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-TO-GO
           END-IF.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DAY-INTEGER.
           PERFORM CLASSIFY-DAY.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-TO-GO
           END-IF.

      *----------------------------------------------------------------
      * The count always walks from the earlier date to the later
      * one, taking the later date in and the earlier one out, and
      * the sign goes on afterwards.
      *----------------------------------------------------------------
       COUNT-BUSINESS-DAYS.
           MOVE BD-END-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-VALID
               MOVE WS-CHECK-INTEGER TO WS-END-INTEGER
               IF WS-END-INTEGER IS LESS THAN WS-START-INTEGER
                   MOVE WS-END-INTEGER TO WS-LOW-INTEGER
                   MOVE WS-START-INTEGER TO WS-HIGH-INTEGER
               ELSE
                   MOVE WS-START-INTEGER TO WS-LOW-INTEGER
                   MOVE WS-END-INTEGER TO WS-HIGH-INTEGER
               END-IF
               MOVE ZERO TO WS-BUSINESS-DAY-COUNT
               MOVE WS-LOW-INTEGER TO WS-DAY-INTEGER
               PERFORM COUNT-ONE-DAY
                   UNTIL WS-DAY-INTEGER IS NOT LESS THAN
                       WS-HIGH-INTEGER
               IF WS-END-INTEGER IS LESS THAN WS-START-INTEGER
                   COMPUTE BD-DAY-COUNT = 0 - WS-BUSINESS-DAY-COUNT
               ELSE
                   MOVE WS-BUSINESS-DAY-COUNT TO BD-DAY-COUNT
               END-IF
               SET BD-VALID TO TRUE
           END-IF.

       COUNT-ONE-DAY.
           ADD 1 TO WS-DAY-INTEGER.
           PERFORM CLASSIFY-DAY.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAY-COUNT
           END-IF.

       FIND-NEXT-BUSINESS-DAY.
           MOVE WS-START-INTEGER TO WS-DAY-INTEGER.
           PERFORM CLASSIFY-DAY.
           PERFORM STEP-TO-NEXT-DAY
               UNTIL WS-BUSINESS-DAY.
           PERFORM RETURN-RESULT-DATE.

       STEP-TO-NEXT-DAY.
           ADD 1 TO WS-DAY-INTEGER.
           PERFORM CLASSIFY-DAY.

       END PROGRAM BUSDAYS.
