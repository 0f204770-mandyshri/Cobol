       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHCONV.
      *****************************************************************
      *  One-time CRSSCHED layout conversion.  The section record
      *  grew a Room Master room ID (and spare bytes behind it) when
      *  room booking came to SCHMAINT, so the keyed CRSSCHED built
      *  under the shorter layout has to be rebuilt record by record:
      *  the old file is read in key order under its old layout and
      *  written to CRSSCHDN under the current copybook layout with
      *  the room left blank for facilities to book.  Operations
      *  renames the new file over the old one after the verify.
      *
      *  The rebuilt file is re-read front to back and its count
      *  proved against the count written, the same way STUCONV
      *  verifies its conversions; a mismatch reports as a verify
      *  failure with RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SCHEDULE-FILE ASSIGN TO "CRSSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCS-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-SCHEDULE-FILE ASSIGN TO "CRSSCHDN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-SCHEDULE-FILE.
       01  OLD-SCHEDULE-RECORD.
           05  OCS-KEY.
               10  OCS-COURSE-CODE     PIC X(06).
               10  OCS-SECTION         PIC X(02).
               10  OCS-TERM            PIC X(06).
           05  OCS-MEETING-DAYS        PIC X(07).
           05  OCS-START-TIME          PIC 9(04).
           05  OCS-END-TIME            PIC 9(04).
           05  OCS-INSTRUCTOR          PIC X(20).
           05  OCS-INSTRUCTOR-ID       PIC X(06).
           05  FILLER                  PIC X(01).
       FD  NEW-SCHEDULE-FILE.
           COPY CRSSCHED.
       WORKING-STORAGE SECTION.
           01 WS-OLD-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-OLD-OK            VALUE "00".
           01 WS-NEW-FILE-STATUS       PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-CONVERTED-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-VERIFY-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT OLD-SCHEDULE-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "SCHCONV - CRSSCHED NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-SCHEDULE-FILE
               PERFORM 1000-READ-OLD-SECTION
               PERFORM 2000-CONVERT-ONE-SECTION UNTIL WS-END-OF-INPUT
               CLOSE NEW-SCHEDULE-FILE
               CLOSE OLD-SCHEDULE-FILE
               PERFORM 3000-VERIFY-NEW-SCHEDULE
           END-IF.
           STOP RUN.

       1000-READ-OLD-SECTION.
           READ OLD-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The key is unchanged, so the old file's sequence loads
      * cleanly through the sequential-output open.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-SECTION.
           MOVE SPACES TO COURSE-SCHEDULE-RECORD.
           MOVE OCS-COURSE-CODE TO CS-COURSE-CODE.
           MOVE OCS-SECTION TO CS-SECTION.
           MOVE OCS-TERM TO CS-TERM.
           MOVE OCS-MEETING-DAYS TO CS-MEETING-DAYS.
           MOVE OCS-START-TIME TO CS-START-TIME.
           MOVE OCS-END-TIME TO CS-END-TIME.
           MOVE OCS-INSTRUCTOR TO CS-INSTRUCTOR.
           MOVE OCS-INSTRUCTOR-ID TO CS-INSTRUCTOR-ID.
           WRITE COURSE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "SCHCONV - DUPLICATE KEY SKIPPED "
                       CS-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
           PERFORM 1000-READ-OLD-SECTION.

       3000-VERIFY-NEW-SCHEDULE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NEW-SCHEDULE-FILE.
           PERFORM 3100-COUNT-NEW-SECTION UNTIL WS-END-OF-INPUT.
           CLOSE NEW-SCHEDULE-FILE.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "SCHCONV RECORDS CONVERTED - " WS-COUNT-DISPLAY.
           MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "SCHCONV RECORDS VERIFIED -  " WS-COUNT-DISPLAY.
           IF WS-CONVERTED-COUNT IS EQUAL TO WS-VERIFY-COUNT
               DISPLAY "SCHCONV VERIFY SUCCESSFUL"
           ELSE
               DISPLAY "SCHCONV VERIFY FAILED - COUNTS DIFFER"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-COUNT-NEW-SECTION.
           READ NEW-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

       END PROGRAM SCHCONV.
