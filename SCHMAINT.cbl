      *  transactions -- an action code ahead of the CRSSCHED.cpy
      *  fields:
      *      "A" - add the section
      *      "U" - update the section's days, times, instructor, and
      *            room
      *      "D" - delete the section
      *  with the instructor's Instructor Master ID and the Room
      *  Master room following the free-text instructor name.
      *  A section being added must name a course that exists on
      *  CRSMSTR and has not been retired, so the schedule can't
      *  drift ahead of (or behind) the catalog.
      *  On an add or update that names an instructor ID, the ID
      *  must be on INSTMSTR -- the section then carries the name as
      *  the master spells it -- and the instructor must not already
      *  teach another section in the same term that shares a
      *  meeting day and overlaps in time.  A blank ID (instructor
      *  not yet assigned) keeps the free-text name and is not
      *  checked; with no Instructor Master on the system the ID is
      *  taken as given, though the overlap check still applies.
      *  A section booked into a room likewise needs the room on
      *  ROOMMSTR, seating at least the course's CM-SEAT-CAPACITY,
      *  and free of any other same-term section sharing a meeting
      *  day at overlapping times.  A blank room is not yet booked;
      *  with no Room Master on the system only the overlap check
      *  applies.
      *  Applied and rejected transactions land on the SCHREG
      *  register with counts at end of job, shop convention RC 4
      *  when anything rejected.
           SELECT SCHEDULE-TRANS-FILE ASSIGN TO "SCHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHTRAN-STATUS.
      *    DYNAMIC so the instructor and room overlap checks can
      *    browse the term's other sections between keyed updates.
           SELECT COURSE-SCHEDULE-FILE ASSIGN TO "CRSSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-MASTER-STATUS.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-ROOM-ID
               FILE STATUS IS WS-ROOM-MASTER-STATUS.
           SELECT SCHEDULE-REGISTER-FILE ASSIGN TO "SCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHREG-STATUS.
           05  SC-START-TIME           PIC 9(04).
           05  SC-END-TIME             PIC 9(04).
           05  SC-INSTRUCTOR           PIC X(20).
           05  SC-INSTRUCTOR-ID        PIC X(06).
           05  SC-ROOM-ID              PIC X(06).
       FD  COURSE-SCHEDULE-FILE.
           COPY CRSSCHED.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMSTR.
       FD  ROOM-MASTER-FILE.
           COPY ROOMMSTR.
       FD  SCHEDULE-REGISTER-FILE.
       01  SCHEDULE-REGISTER-LINE      PIC X(80).
       WORKING-STORAGE SECTION.
               88 WS-CS-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-INSTRUCTOR-MASTER-STATUS
                                       PIC X(02) VALUE "00".
               88 WS-IM-OK             VALUE "00".
           01 WS-ROOM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-RM-OK             VALUE "00".
           01 WS-SCHREG-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-COURSE-VALID-SWITCH   PIC X(01) VALUE "Y".
               88 WS-COURSE-IS-VALID   VALUE "Y".
           01 WS-INSTRUCTOR-OPEN-SWITCH
                                       PIC X(01) VALUE "N".
               88 WS-INSTRUCTOR-IS-OPEN
                                       VALUE "Y".
           01 WS-ROOM-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-ROOM-IS-OPEN      VALUE "Y".
           01 WS-SECTION-VALID-SWITCH  PIC X(01) VALUE "Y".
               88 WS-SECTION-IS-VALID  VALUE "Y".
           01 WS-CONFLICT-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-CONFLICT-SCAN
                                       VALUE "Y".
           01 WS-DAYS-OVERLAP-SWITCH   PIC X(01) VALUE "N".
               88 WS-DAYS-OVERLAP      VALUE "Y".
           01 WS-INSTRUCTOR-NAME       PIC X(20) VALUE SPACES.
           01 WS-DAY-INDEX             PIC 9(02) COMP VALUE ZERO.
           01 WS-OTHER-DAY-INDEX       PIC 9(02) COMP VALUE ZERO.
           01 WS-ONE-DAY-LETTER        PIC X(01) VALUE SPACE.
      *    The section being applied, held while the overlap check
      *    browses the file through the record area.
           01 WS-NEW-SCHEDULE-RECORD.
               05 WS-NS-KEY             PIC X(14).
               05 WS-NS-MEETING-DAYS    PIC X(07).
               05 WS-NS-START-TIME      PIC 9(04).
               05 WS-NS-END-TIME        PIC 9(04).
               05 WS-NS-INSTRUCTOR      PIC X(20).
               05 WS-NS-INSTRUCTOR-ID   PIC X(06).
               05 WS-NS-ROOM-ID         PIC X(06).
               05 FILLER                PIC X(08).
           01 WS-NEW-SCHEDULE-KEY REDEFINES WS-NEW-SCHEDULE-RECORD.
               05 WS-NS-COURSE-CODE     PIC X(06).
               05 WS-NS-SECTION         PIC X(02).
               05 WS-NS-TERM            PIC X(06).
               05 FILLER                PIC X(55).
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(04) VALUE "SEC".
               05 FILLER                PIC X(08) VALUE "TERM".
               05 FILLER                PIC X(22) VALUE "DISPOSITION".
               05 FILLER                PIC X(14) VALUE
                   "CONFLICTS WITH".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-CONFLICT-COURSE PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-CONFLICT-SECTION
                                        PIC X(02).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IM-OK
               SET WS-INSTRUCTOR-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-RM-OK
               SET WS-ROOM-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O COURSE-SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT COURSE-SCHEDULE-FILE

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-RG-CONFLICT-COURSE.
           MOVE SPACES TO WS-RG-CONFLICT-SECTION.
           EVALUATE TRUE
               WHEN SC-ACTION-ADD
                   PERFORM 2200-ADD-SECTION
           END-READ.

      *----------------------------------------------------------------
      * An added section must name a catalog course that has not been
      * retired; with the Course Master missing entirely the check is
      * waived, the same still-converting allowance UTIL's gates make.
      *----------------------------------------------------------------
       2200-ADD-SECTION.
           MOVE "Y" TO WS-COURSE-VALID-SWITCH.
           MOVE "UNKNOWN COURSE CODE" TO WS-RG-DISPOSITION.
           IF WS-COURSE-IS-OPEN
               MOVE SC-COURSE-CODE TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-COURSE-VALID-SWITCH
                   NOT INVALID KEY
                       IF CM-RETIRED
                           MOVE "COURSE RETIRED" TO WS-RG-DISPOSITION
                           MOVE "N" TO WS-COURSE-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-COURSE-IS-VALID
               PERFORM 2600-COUNT-REJECT
           ELSE
               MOVE SPACES TO COURSE-SCHEDULE-RECORD
               PERFORM 2800-CHECK-SECTION-BOOKING
               IF NOT WS-SECTION-IS-VALID
                   PERFORM 2600-COUNT-REJECT
               ELSE
                   MOVE WS-NEW-SCHEDULE-RECORD
                       TO COURSE-SCHEDULE-RECORD
                   WRITE COURSE-SCHEDULE-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE SECTION"
                               TO WS-RG-DISPOSITION
                           PERFORM 2600-COUNT-REJECT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RG-DISPOSITION
                           ADD 1 TO WS-APPLIED-COUNT
                   END-WRITE
               END-IF
           END-IF.

       2300-UPDATE-SECTION.
                   MOVE "SECTION NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   PERFORM 2800-CHECK-SECTION-BOOKING
                   IF NOT WS-SECTION-IS-VALID
                       PERFORM 2600-COUNT-REJECT
                   ELSE
                       MOVE WS-NEW-SCHEDULE-RECORD
                           TO COURSE-SCHEDULE-RECORD
                       REWRITE COURSE-SCHEDULE-RECORD
                       MOVE "APPLIED" TO WS-RG-DISPOSITION
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
           END-READ.

       2400-DELETE-SECTION.
           MOVE SC-MEETING-DAYS TO CS-MEETING-DAYS.
           MOVE SC-START-TIME TO CS-START-TIME.
           MOVE SC-END-TIME TO CS-END-TIME.
           MOVE WS-INSTRUCTOR-NAME TO CS-INSTRUCTOR.
           MOVE SC-INSTRUCTOR-ID TO CS-INSTRUCTOR-ID.
           MOVE SC-ROOM-ID TO CS-ROOM-ID.

      *----------------------------------------------------------------
      * Builds the section as it will be filed -- an ID on the
      * Instructor Master brings the master's spelling of the name,
      * and a room must be on the Room Master and big enough -- and
      * holds it aside while the term's other sections are browsed
      * for the instructor or the room already taken at those times.
      *----------------------------------------------------------------
       2800-CHECK-SECTION-BOOKING.
           MOVE "Y" TO WS-SECTION-VALID-SWITCH.
           MOVE SC-INSTRUCTOR TO WS-INSTRUCTOR-NAME.
           IF SC-INSTRUCTOR-ID IS NOT EQUAL TO SPACES
               AND WS-INSTRUCTOR-IS-OPEN
               MOVE SC-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       MOVE "UNKNOWN INSTRUCTOR" TO WS-RG-DISPOSITION
                       MOVE "N" TO WS-SECTION-VALID-SWITCH
                   NOT INVALID KEY
                       MOVE IM-INSTRUCTOR-NAME TO WS-INSTRUCTOR-NAME
               END-READ
           END-IF.
           IF WS-SECTION-IS-VALID
               AND SC-ROOM-ID IS NOT EQUAL TO SPACES
               AND WS-ROOM-IS-OPEN
               PERFORM 2850-CHECK-SECTION-ROOM
           END-IF.
           PERFORM 2700-BUILD-SCHEDULE-RECORD.
           MOVE COURSE-SCHEDULE-RECORD TO WS-NEW-SCHEDULE-RECORD.
           IF WS-SECTION-IS-VALID
               AND (WS-NS-INSTRUCTOR-ID IS NOT EQUAL TO SPACES
                   OR WS-NS-ROOM-ID IS NOT EQUAL TO SPACES)
               PERFORM 2900-CHECK-BOOKING-CONFLICTS
           END-IF.

      *----------------------------------------------------------------
      * The room has to seat the course's full capacity, or the seats
      * enrollment sells would not fit in it.  A course not on the
      * Course Master (or no Course Master) has no capacity to hold
      * the room to.
      *----------------------------------------------------------------
       2850-CHECK-SECTION-ROOM.
           MOVE SC-ROOM-ID TO RM-ROOM-ID.
           READ ROOM-MASTER-FILE
               INVALID KEY
                   MOVE "UNKNOWN ROOM" TO WS-RG-DISPOSITION
                   MOVE "N" TO WS-SECTION-VALID-SWITCH
           END-READ.
           IF WS-SECTION-IS-VALID
               AND WS-COURSE-IS-OPEN
               MOVE SC-COURSE-CODE TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RM-SEATING-CAPACITY IS LESS THAN
                               CM-SEAT-CAPACITY
                           MOVE "ROOM TOO SMALL" TO WS-RG-DISPOSITION
                           MOVE "N" TO WS-SECTION-VALID-SWITCH
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Browses CRSSCHED for another section in the same term taught
      * by the same instructor or booked into the same room; one
      * sharing a meeting day with start and end times that overlap
      * is a conflict, the same test UTIL's enrollment add applies to
      * a student's sections.
      *----------------------------------------------------------------
       2900-CHECK-BOOKING-CONFLICTS.
           MOVE "N" TO WS-CONFLICT-EOF-SWITCH.
           MOVE LOW-VALUES TO CS-KEY.
           START COURSE-SCHEDULE-FILE
               KEY IS NOT LESS THAN CS-KEY
               INVALID KEY
                   SET WS-END-OF-CONFLICT-SCAN TO TRUE
           END-START.
           PERFORM 2910-CHECK-ONE-SECTION
               UNTIL WS-END-OF-CONFLICT-SCAN.

       2910-CHECK-ONE-SECTION.
           READ COURSE-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CONFLICT-SCAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-CONFLICT-SCAN
               IF CS-TERM IS EQUAL TO WS-NS-TERM
                   AND CS-KEY IS NOT EQUAL TO WS-NS-KEY
                   AND ((WS-NS-INSTRUCTOR-ID IS NOT EQUAL TO SPACES
                       AND CS-INSTRUCTOR-ID IS EQUAL TO
                           WS-NS-INSTRUCTOR-ID)
                   OR (WS-NS-ROOM-ID IS NOT EQUAL TO SPACES
                       AND CS-ROOM-ID IS EQUAL TO WS-NS-ROOM-ID))
                   PERFORM 2920-MATCH-MEETING-DAYS
                   IF WS-DAYS-OVERLAP
                       AND WS-NS-START-TIME IS LESS THAN CS-END-TIME
                       AND CS-START-TIME IS LESS THAN WS-NS-END-TIME
                       IF WS-NS-INSTRUCTOR-ID IS NOT EQUAL TO SPACES
                           AND CS-INSTRUCTOR-ID IS EQUAL TO
                               WS-NS-INSTRUCTOR-ID
                           MOVE "INSTRUCTOR CONFLICT"
                               TO WS-RG-DISPOSITION
                       ELSE
                           MOVE "ROOM CONFLICT" TO WS-RG-DISPOSITION
                       END-IF
                       MOVE CS-COURSE-CODE TO WS-RG-CONFLICT-COURSE
                       MOVE CS-SECTION TO WS-RG-CONFLICT-SECTION
                       MOVE "N" TO WS-SECTION-VALID-SWITCH
                       SET WS-END-OF-CONFLICT-SCAN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Two sections share a meeting day when any day letter in the
      * new section's pattern appears in the other section's pattern.
      *----------------------------------------------------------------
       2920-MATCH-MEETING-DAYS.
           MOVE "N" TO WS-DAYS-OVERLAP-SWITCH.
           PERFORM 2930-MATCH-ONE-DAY-LETTER
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAYS-OVERLAP
               OR WS-DAY-INDEX IS GREATER THAN 7.

       2930-MATCH-ONE-DAY-LETTER.
           MOVE WS-NS-MEETING-DAYS(WS-DAY-INDEX:1)
               TO WS-ONE-DAY-LETTER.
           IF WS-ONE-DAY-LETTER IS NOT EQUAL TO SPACE
               PERFORM 2940-SEEK-DAY-IN-OTHER-PATTERN
                   VARYING WS-OTHER-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAYS-OVERLAP
                   OR WS-OTHER-DAY-INDEX IS GREATER THAN 7
           END-IF.

       2940-SEEK-DAY-IN-OTHER-PATTERN.
           IF CS-MEETING-DAYS(WS-OTHER-DAY-INDEX:1)
                   IS EQUAL TO WS-ONE-DAY-LETTER
               SET WS-DAYS-OVERLAP TO TRUE
           END-IF.

       3000-FINISH.
           MOVE "TRANSACTIONS READ -    " TO WS-TL-LABEL.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-INSTRUCTOR-IS-OPEN
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
           IF WS-ROOM-IS-OPEN
               CLOSE ROOM-MASTER-FILE
           END-IF.
           CLOSE SCHEDULE-REGISTER-FILE.

       END PROGRAM SCHMAINT.
