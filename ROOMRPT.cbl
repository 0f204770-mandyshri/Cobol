       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMRPT.
      *****************************************************************
      *  Room utilization report for facilities.  Every room on the
      *  Room Master prints in room order with its building, type,
      *  and seats, the number of the term's CRSSCHED sections booked
      *  into it, and the hours a week those sections hold it --
      *  each section's meeting length (CS-START-TIME to CS-END-TIME)
      *  times the number of days in CS-MEETING-DAYS.  A room nothing
      *  is booked into prints at zero hours flagged UNUSED, which is
      *  the empty room facilities is looking for.
      *
      *  The rooms are held in a table while one pass of CRSSCHED
      *  totals the term's sections into them; a second pass lists
      *  any section booked into a room that is not on ROOMMSTR.
      *  Rooms beyond the table's size are reported and dropped.
      *  RC 4 when anything prints in the exception section or the
      *  table overflowed.
      *
      *  The term comes from the PARM (six characters); blank means
      *  the Term Master's current term.  The report goes to ROOMRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-ID
               FILE STATUS IS WS-ROOM-MASTER-STATUS.
           SELECT COURSE-SCHEDULE-FILE ASSIGN TO "CRSSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT ROOM-REPORT-FILE ASSIGN TO "ROOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-MASTER-FILE.
           COPY ROOMMSTR.
       FD  COURSE-SCHEDULE-FILE.
           COPY CRSSCHED.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  ROOM-REPORT-FILE.
       01  ROOM-REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-ROOM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-RM-OK             VALUE "00".
           01 WS-SCHEDULE-STATUS       PIC X(02) VALUE "00".
               88 WS-CS-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-ROOMRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-ROOM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-ROOMS      VALUE "Y".
           01 WS-SCHEDULE-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-SCHEDULE   VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-ROOM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-ROOM-FOUND        VALUE "Y".
           01 WS-REPORT-TERM           PIC X(06) VALUE SPACES.
           01 WS-ROOM-MAX              PIC 9(05) COMP VALUE 500.
           01 WS-ROOM-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-ROOM-INDEX            PIC 9(05) COMP VALUE ZERO.
           01 WS-OVERFLOW-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-UNUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-SECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-DAY-COUNT             PIC 9(02) COMP VALUE ZERO.
           01 WS-CLOCK-HOURS           PIC 9(02) VALUE ZERO.
           01 WS-CLOCK-MINUTES         PIC 9(02) VALUE ZERO.
           01 WS-START-MINUTES         PIC 9(05) VALUE ZERO.
           01 WS-END-MINUTES           PIC 9(05) VALUE ZERO.
           01 WS-WEEKLY-MINUTES        PIC 9(05) VALUE ZERO.
           01 WS-WEEKLY-HOURS          PIC 9(05)V9 VALUE ZERO.
           01 WS-ROOM-TABLE.
               05 WS-ROOM-ENTRY OCCURS 500 TIMES.
                   10 WS-RT-ROOM-ID      PIC X(06).
                   10 WS-RT-BUILDING     PIC X(20).
                   10 WS-RT-CAPACITY     PIC 9(03).
                   10 WS-RT-ROOM-TYPE    PIC X(02).
                   10 WS-RT-SECTIONS     PIC 9(05) COMP.
                   10 WS-RT-MINUTES      PIC 9(07) COMP.
           01 ROOM-PARM-TEXT           PIC X(80) VALUE SPACES.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "ROOMRPT - ROOM UTILIZATION".
               05 FILLER                PIC X(06) VALUE "REPORT".
               05 FILLER                PIC X(06) VALUE " TERM ".
               05 WS-RH-TERM            PIC X(06).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(08) VALUE "ROOM".
               05 FILLER                PIC X(22) VALUE "BUILDING".
               05 FILLER                PIC X(06) VALUE "TYPE".
               05 FILLER                PIC X(07) VALUE "SEATS".
               05 FILLER                PIC X(10) VALUE "SECTIONS".
               05 FILLER                PIC X(09) VALUE "HRS/WEEK".
               05 FILLER                PIC X(06) VALUE "FLAG".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-ROOM-ID         PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-BUILDING        PIC X(20).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-ROOM-TYPE       PIC X(02).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-CAPACITY        PIC ZZ9.
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RD-SECTIONS        PIC ZZZ9.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-HOURS           PIC ZZZZ9.9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-FLAG            PIC X(08).
           01 WS-EXCEPTION-HEADING.
               05 FILLER                PIC X(44) VALUE
                   "SECTIONS BOOKED INTO ROOMS NOT ON ROOMMSTR".
           01 WS-EXCEPTION-DETAIL-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-EX-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-EX-SECTION         PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-EX-ROOM-ID         PIC X(06).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ROOM-PARM-TEXT FROM COMMAND-LINE.
           MOVE ROOM-PARM-TEXT(1:6) TO WS-REPORT-TERM.
           IF WS-REPORT-TERM IS EQUAL TO SPACES
               PERFORM 1000-FIND-CURRENT-TERM
           END-IF.
           OPEN OUTPUT ROOM-REPORT-FILE.
           MOVE WS-REPORT-TERM TO WS-RH-TERM.
           WRITE ROOM-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE ROOM-REPORT-LINE FROM WS-REPORT-HEADING-2.
           PERFORM 1200-LOAD-ROOM-TABLE.
           PERFORM 2000-TOTAL-SECTIONS.
           PERFORM 3000-WRITE-ROOM-LINE
               VARYING WS-ROOM-INDEX FROM 1 BY 1
               UNTIL WS-ROOM-INDEX IS GREATER THAN WS-ROOM-COUNT.
           PERFORM 4000-REPORT-EXCEPTIONS.
           PERFORM 5000-WRITE-TRAILERS.
           CLOSE ROOM-REPORT-FILE.
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
               OR WS-OVERFLOW-COUNT IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-FIND-CURRENT-TERM.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               MOVE LOW-VALUES TO TM-TERM-CODE
               START TERM-MASTER-FILE
                   KEY IS NOT LESS THAN TM-TERM-CODE
                   INVALID KEY
                       SET WS-END-OF-TERMS TO TRUE
               END-START
               PERFORM 1100-SCAN-ONE-TERM UNTIL WS-END-OF-TERMS
               CLOSE TERM-MASTER-FILE
           END-IF.

       1100-SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TERMS TO TRUE
               NOT AT END
                   IF TM-CURRENT-TERM
                       MOVE TM-TERM-CODE TO WS-REPORT-TERM
                       SET WS-END-OF-TERMS TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * The Room Master loads into the table in room order, so the
      * report prints in room order straight off the table.
      *----------------------------------------------------------------
       1200-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-RM-OK
               PERFORM 1300-LOAD-ONE-ROOM UNTIL WS-END-OF-ROOMS
               CLOSE ROOM-MASTER-FILE
           END-IF.

       1300-LOAD-ONE-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ROOMS TO TRUE
           END-READ.
           IF NOT WS-END-OF-ROOMS
               IF WS-ROOM-COUNT IS LESS THAN WS-ROOM-MAX
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE RM-ROOM-ID TO WS-RT-ROOM-ID(WS-ROOM-COUNT)
                   MOVE RM-BUILDING TO WS-RT-BUILDING(WS-ROOM-COUNT)
                   MOVE RM-SEATING-CAPACITY
                       TO WS-RT-CAPACITY(WS-ROOM-COUNT)
                   MOVE RM-ROOM-TYPE TO WS-RT-ROOM-TYPE(WS-ROOM-COUNT)
                   MOVE ZERO TO WS-RT-SECTIONS(WS-ROOM-COUNT)
                   MOVE ZERO TO WS-RT-MINUTES(WS-ROOM-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       2000-TOTAL-SECTIONS.
           OPEN INPUT COURSE-SCHEDULE-FILE.
           IF WS-CS-OK
               PERFORM 2100-TOTAL-ONE-SECTION
                   UNTIL WS-END-OF-SCHEDULE
               CLOSE COURSE-SCHEDULE-FILE
           END-IF.

       2100-TOTAL-ONE-SECTION.
           READ COURSE-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SCHEDULE
               AND CS-TERM IS EQUAL TO WS-REPORT-TERM
               AND CS-ROOM-ID IS NOT EQUAL TO SPACES
               PERFORM 6000-FIND-ROOM
               IF WS-ROOM-FOUND
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-RT-SECTIONS(WS-ROOM-INDEX)
                   PERFORM 2200-COMPUTE-WEEKLY-MINUTES
                   ADD WS-WEEKLY-MINUTES
                       TO WS-RT-MINUTES(WS-ROOM-INDEX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Times are HHMM, so each is turned into minutes past midnight
      * before the meeting length is taken.  Day letters are packed
      * left in CS-MEETING-DAYS, so the days a week are the letters
      * ahead of the first space.
      *----------------------------------------------------------------
       2200-COMPUTE-WEEKLY-MINUTES.
           MOVE ZERO TO WS-WEEKLY-MINUTES.
           MOVE ZERO TO WS-DAY-COUNT.
           INSPECT CS-MEETING-DAYS TALLYING WS-DAY-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CS-START-TIME IS NUMERIC AND CS-END-TIME IS NUMERIC
               DIVIDE CS-START-TIME BY 100 GIVING WS-CLOCK-HOURS
                   REMAINDER WS-CLOCK-MINUTES
               COMPUTE WS-START-MINUTES =
                   WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES
               DIVIDE CS-END-TIME BY 100 GIVING WS-CLOCK-HOURS
                   REMAINDER WS-CLOCK-MINUTES
               COMPUTE WS-END-MINUTES =
                   WS-CLOCK-HOURS * 60 + WS-CLOCK-MINUTES
               IF WS-END-MINUTES IS GREATER THAN WS-START-MINUTES
                   COMPUTE WS-WEEKLY-MINUTES =
                       (WS-END-MINUTES - WS-START-MINUTES)
                       * WS-DAY-COUNT
               END-IF
           END-IF.

       3000-WRITE-ROOM-LINE.
           MOVE WS-RT-ROOM-ID(WS-ROOM-INDEX) TO WS-RD-ROOM-ID.
           MOVE WS-RT-BUILDING(WS-ROOM-INDEX) TO WS-RD-BUILDING.
           MOVE WS-RT-ROOM-TYPE(WS-ROOM-INDEX) TO WS-RD-ROOM-TYPE.
           MOVE WS-RT-CAPACITY(WS-ROOM-INDEX) TO WS-RD-CAPACITY.
           MOVE WS-RT-SECTIONS(WS-ROOM-INDEX) TO WS-RD-SECTIONS.
           COMPUTE WS-WEEKLY-HOURS ROUNDED =
               WS-RT-MINUTES(WS-ROOM-INDEX) / 60.
           MOVE WS-WEEKLY-HOURS TO WS-RD-HOURS.
           IF WS-RT-SECTIONS(WS-ROOM-INDEX) IS EQUAL TO ZERO
               MOVE "UNUSED" TO WS-RD-FLAG
               ADD 1 TO WS-UNUSED-COUNT
           ELSE
               MOVE SPACES TO WS-RD-FLAG
           END-IF.
           WRITE ROOM-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

      *----------------------------------------------------------------
      * Second pass of the term's sections for rooms the table does
      * not hold -- not on ROOMMSTR, or dropped when the table filled.
      *----------------------------------------------------------------
       4000-REPORT-EXCEPTIONS.
           WRITE ROOM-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE ROOM-REPORT-LINE FROM WS-EXCEPTION-HEADING.
           MOVE "N" TO WS-SCHEDULE-EOF-SWITCH.
           OPEN INPUT COURSE-SCHEDULE-FILE.
           IF WS-CS-OK
               PERFORM 4100-EXAMINE-ONE-SECTION
                   UNTIL WS-END-OF-SCHEDULE
               CLOSE COURSE-SCHEDULE-FILE
           END-IF.

       4100-EXAMINE-ONE-SECTION.
           READ COURSE-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SCHEDULE
               AND CS-TERM IS EQUAL TO WS-REPORT-TERM
               AND CS-ROOM-ID IS NOT EQUAL TO SPACES
               PERFORM 6000-FIND-ROOM
               IF NOT WS-ROOM-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE CS-COURSE-CODE TO WS-EX-COURSE-CODE
                   MOVE CS-SECTION TO WS-EX-SECTION
                   MOVE CS-ROOM-ID TO WS-EX-ROOM-ID
                   WRITE ROOM-REPORT-LINE
                       FROM WS-EXCEPTION-DETAIL-LINE
               END-IF
           END-IF.

       5000-WRITE-TRAILERS.
           WRITE ROOM-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "ROOMS REPORTED -       " TO WS-TL-LABEL.
           MOVE WS-ROOM-COUNT TO WS-TL-COUNT.
           WRITE ROOM-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "ROOMS UNUSED -         " TO WS-TL-LABEL.
           MOVE WS-UNUSED-COUNT TO WS-TL-COUNT.
           WRITE ROOM-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "SECTIONS BOOKED -      " TO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT TO WS-TL-COUNT.
           WRITE ROOM-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "ROOMS NOT ON ROOMMSTR -" TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT.
           WRITE ROOM-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "ROOMS OVER TABLE SIZE -" TO WS-TL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO WS-TL-COUNT.
           WRITE ROOM-REPORT-LINE FROM WS-TRAILER-LINE.

      *----------------------------------------------------------------
      * Table lookup by room ID; WS-ROOM-INDEX is left on the match.
      *----------------------------------------------------------------
       6000-FIND-ROOM.
           MOVE "N" TO WS-ROOM-FOUND-SWITCH.
           PERFORM 6100-CHECK-ONE-ROOM
               VARYING WS-ROOM-INDEX FROM 1 BY 1
               UNTIL WS-ROOM-FOUND
               OR WS-ROOM-INDEX IS GREATER THAN WS-ROOM-COUNT.
           IF WS-ROOM-FOUND
               SUBTRACT 1 FROM WS-ROOM-INDEX
           END-IF.

       6100-CHECK-ONE-ROOM.
           IF WS-RT-ROOM-ID(WS-ROOM-INDEX) IS EQUAL TO CS-ROOM-ID
               SET WS-ROOM-FOUND TO TRUE
           END-IF.

       END PROGRAM ROOMRPT.
