       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLLOAD.
      *****************************************************************
      *  Holiday and closure calendar load.  Rebuilds the keyed HOLCAL
      *  file from scratch out of the registrar's HOLIN list, the way
      *  TERMLOAD rebuilds the Term Master: the list is the maintained
      *  copy, and each year's holidays and closure weeks are added to
      *  it (and past years dropped) before it is reloaded.  One HOLIN
      *  line per holiday or closure:
      *
      *      from date, through date, type, description
      *
      *  A blank or zero through date is a single day.  A range puts
      *  one HOLCAL record on every weekday inside it -- a closure
      *  week is keyed as one line, Monday through Friday, or across
      *  the weekend if that is how the memo reads; the weekend days
      *  are skipped since BUSDAYS never counts them anyway.  Type is
      *  "H" for a public holiday, "C" for a campus closure.
      *
      *  A line is rejected with a SYSOUT note when a date isn't a
      *  real date, the through date is before the from date, the
      *  range runs past a year, or the type isn't H or C.  A day
      *  already loaded from an earlier line is skipped with a note
      *  -- the first line keeps it.  Rejects end the run RC 4, as
      *  does a calendar longer than the 999 days BUSDAYS holds.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-INPUT-FILE ASSIGN TO "HOLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIN-STATUS.
      *    DYNAMIC access so the registrar's list loads in whatever
      *    order it arrives, as TERMLOAD does.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-INPUT-FILE.
       01  HOLIDAY-INPUT-RECORD.
           05  HI-FROM-DATE            PIC 9(08).
           05  HI-THROUGH-DATE         PIC 9(08).
           05  HI-DAY-TYPE             PIC X(01).
           05  HI-DESCRIPTION          PIC X(30).
       FD  HOLIDAY-CALENDAR-FILE.
           COPY HOLCAL.
       WORKING-STORAGE SECTION.
           01 WS-HOLIN-STATUS          PIC X(02) VALUE "00".
               88 WS-HOLIN-OK          VALUE "00".
           01 WS-HOLCAL-STATUS         PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
           01 WS-CALENDAR-MAXIMUM      PIC 9(05) COMP VALUE 999.
           01 WS-REJECT-REASON         PIC X(30) VALUE SPACES.
           01 WS-CHECK-DATE            PIC 9(08) VALUE ZERO.
           01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               05 WS-CD-YEAR           PIC 9(04).
               05 WS-CD-MONTH          PIC 9(02).
               05 WS-CD-DAY            PIC 9(02).
           01 WS-CHECK-INTEGER         PIC 9(08) COMP VALUE ZERO.
           01 WS-ROUND-TRIP-DATE       PIC 9(08) VALUE ZERO.
           01 WS-DATE-VALID-SWITCH     PIC X(01) VALUE "N".
               88 WS-DATE-VALID        VALUE "Y".
           01 WS-FROM-INTEGER          PIC 9(08) COMP VALUE ZERO.
           01 WS-THROUGH-INTEGER       PIC 9(08) COMP VALUE ZERO.
           01 WS-DAY-INTEGER           PIC 9(08) COMP VALUE ZERO.
           01 WS-WEEK-NUMBER           PIC 9(08) COMP VALUE ZERO.
           01 WS-WEEKDAY-OFFSET        PIC 9(01) VALUE ZERO.
               88 WS-WEEKEND-OFFSET    VALUE 5 6.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT HOLIDAY-INPUT-FILE.
           IF NOT WS-HOLIN-OK
               DISPLAY "HOLLOAD - HOLIN NOT ON SYSTEM"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT HOLIDAY-CALENDAR-FILE
               PERFORM 1100-READ-INPUT
               PERFORM 2000-LOAD-ONE-LINE UNTIL WS-END-OF-INPUT
               CLOSE HOLIDAY-CALENDAR-FILE
               CLOSE HOLIDAY-INPUT-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "HOLLOAD DAYS LOADED - " WS-COUNT-DISPLAY
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "HOLLOAD LINES REJECTED - " WS-COUNT-DISPLAY
               IF WS-REJECTED-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               IF WS-LOADED-COUNT IS GREATER THAN WS-CALENDAR-MAXIMUM
                   DISPLAY "HOLLOAD WARNING - MORE THAN 999 DAYS ON"
                       " FILE; BUSDAYS READS ONLY THE FIRST 999"
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1100-READ-INPUT.
           READ HOLIDAY-INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2000-LOAD-ONE-LINE.
           PERFORM 2100-VALIDATE-LINE.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
               PERFORM 2200-LOAD-ONE-DAY
                   VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-DAY-INTEGER IS GREATER THAN
                       WS-THROUGH-INTEGER
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "HOLLOAD - REJECTED " HI-FROM-DATE " "
                   HI-DESCRIPTION " - " WS-REJECT-REASON
           END-IF.
           PERFORM 1100-READ-INPUT.

       2100-VALIDATE-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF HI-THROUGH-DATE IS NOT NUMERIC
               OR HI-THROUGH-DATE IS EQUAL TO ZERO
               MOVE HI-FROM-DATE TO HI-THROUGH-DATE
           END-IF.
           MOVE HI-FROM-DATE TO WS-CHECK-DATE.
           PERFORM 2110-VALIDATE-DATE.
           MOVE WS-CHECK-INTEGER TO WS-FROM-INTEGER.
           IF NOT WS-DATE-VALID
               MOVE "FROM DATE NOT A VALID DATE" TO WS-REJECT-REASON
           ELSE
               MOVE HI-THROUGH-DATE TO WS-CHECK-DATE
               PERFORM 2110-VALIDATE-DATE
               MOVE WS-CHECK-INTEGER TO WS-THROUGH-INTEGER
               EVALUATE TRUE
                   WHEN NOT WS-DATE-VALID
                       MOVE "THROUGH DATE NOT A VALID DATE"
                           TO WS-REJECT-REASON
                   WHEN WS-THROUGH-INTEGER IS LESS THAN
                           WS-FROM-INTEGER
                       MOVE "THROUGH DATE BEFORE FROM DATE"
                           TO WS-REJECT-REASON
                   WHEN WS-THROUGH-INTEGER - WS-FROM-INTEGER
                           IS GREATER THAN 365
                       MOVE "RANGE LONGER THAN A YEAR"
                           TO WS-REJECT-REASON
                   WHEN HI-DAY-TYPE IS NOT EQUAL TO "H"
                           AND HI-DAY-TYPE IS NOT EQUAL TO "C"
                       MOVE "TYPE NOT H OR C" TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Range check first, then the round trip through
      * DATE-OF-INTEGER to catch a day past the end of its month.
      *----------------------------------------------------------------
       2110-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH.
           MOVE ZERO TO WS-CHECK-INTEGER.
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
      * Day 1 of the INTEGER-OF-DATE count was a Monday, so offsets
      * 5 and 6 over 7 are Saturday and Sunday.
      *----------------------------------------------------------------
       2200-LOAD-ONE-DAY.
           SUBTRACT 1 FROM WS-DAY-INTEGER GIVING WS-WEEK-NUMBER.
           DIVIDE WS-WEEK-NUMBER BY 7 GIVING WS-WEEK-NUMBER
               REMAINDER WS-WEEKDAY-OFFSET.
           IF NOT WS-WEEKEND-OFFSET
               MOVE SPACES TO HOLIDAY-CALENDAR-RECORD
               COMPUTE HC-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE HI-DAY-TYPE TO HC-DAY-TYPE
               MOVE HI-DESCRIPTION TO HC-DESCRIPTION
               WRITE HOLIDAY-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "HOLLOAD - DAY ALREADY LOADED, SKIPPED "
                           HC-DATE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.

       END PROGRAM HOLLOAD.
