       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDGRID.
      *****************************************************************
      *  Student weekly class schedule service (see copybooks
      *  SGPARM.cpy).  Given a student and a term, builds the print
      *  lines of the student's week: every live enrollment in the
      *  term is followed through EN-SECTION to its CRSSCHED section,
      *  and each section's meeting days and start and end times are
      *  laid out as a Monday-to-Sunday grid by hour of the day, one
      *  "COURSE-SECTION" entry in every hour a class meets in.  Two
      *  classes in the same hour on the same day show as **CLASH**
      *  -- enrollments made before UTIL's time-conflict check, or
      *  sections rescheduled after the adds, can still collide.
      *
      *  Under the grid, each course on it gets a line with its name,
      *  meeting pattern, instructor, and room, and every enrollment
      *  that could not be placed is listed with the reason: no
      *  section on the enrollment, or a section with no CRSSCHED
      *  record (or one with no meeting days and times yet).
      *  Withdrawn enrollments (a "W" grade) are not part of the week
      *  and are left out.
      *
      *  Kept as a CALLed service so the SCHDPRT print and the OPRINQ
      *  console show the same schedule from the same code.  A blank
      *  term means the Term Master's current term, looked up once
      *  per run.  ENROLL and CRSSCHED are read directly, as
      *  CRSROSTR and TCHLOAD read them -- UTIL's enrollment
      *  enumeration does not hand back the section.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-SCHEDULE-FILE.
           COPY CRSSCHED.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       WORKING-STORAGE SECTION.
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-SCHEDULE-STATUS       PIC X(02) VALUE "00".
               88 WS-CS-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-KEEP-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-KEEP-FILES-OPEN   VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-SCHEDULE-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 WS-SCHEDULE-IS-OPEN  VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLLMENTS VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-TERM-LOOKUP-SWITCH    PIC X(01) VALUE "N".
               88 WS-TERM-LOOKED-UP    VALUE "Y".
           01 WS-CURRENT-TERM          PIC X(06) VALUE SPACES.
      *    Column order of the grid; a meeting-day letter's position
      *    here is its column.
           01 WS-DAY-LETTERS           PIC X(07) VALUE "MTWRFSU".
           01 WS-ONE-DAY-LETTER        PIC X(01) VALUE SPACE.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 20 TIMES.
                   10 WS-CT-COURSE-CODE  PIC X(06).
                   10 WS-CT-SECTION      PIC X(02).
                   10 WS-CT-COURSE-NAME  PIC X(20).
                   10 WS-CT-MEETING-DAYS PIC X(07).
                   10 WS-CT-START-TIME   PIC 9(04).
                   10 WS-CT-END-TIME     PIC 9(04).
                   10 WS-CT-INSTRUCTOR   PIC X(20).
                   10 WS-CT-ROOM-ID      PIC X(06).
                   10 WS-CT-PLACEMENT    PIC X(01).
                       88 WS-CT-ON-GRID      VALUE "G".
                       88 WS-CT-NO-SECTION   VALUE "S".
                       88 WS-CT-NO-SCHEDULE  VALUE "U".
           01 WS-COURSE-MAX            PIC 9(02) COMP VALUE 20.
           01 WS-COURSE-COUNT          PIC 9(02) COMP VALUE ZERO.
           01 WS-COURSE-INDEX          PIC 9(02) COMP VALUE ZERO.
           01 WS-OMITTED-COUNT         PIC 9(03) COMP VALUE ZERO.
           01 WS-ON-GRID-COUNT         PIC 9(02) COMP VALUE ZERO.
           01 WS-OFF-GRID-COUNT        PIC 9(02) COMP VALUE ZERO.
           01 WS-CLASH-COUNT           PIC 9(03) COMP VALUE ZERO.
      *    One row per hour of the day, 00 through 23 (row = hour
      *    plus one), one cell per day of the week.
           01 WS-GRID-TABLE.
               05 WS-GRID-ROW OCCURS 24 TIMES.
                   10 WS-GRID-CELL       PIC X(09) OCCURS 7 TIMES.
           01 WS-FIRST-HOUR            PIC 9(02) COMP VALUE ZERO.
           01 WS-LAST-HOUR             PIC 9(02) COMP VALUE ZERO.
           01 WS-START-HOUR            PIC 9(02) COMP VALUE ZERO.
           01 WS-END-HOUR              PIC 9(02) COMP VALUE ZERO.
           01 WS-END-MINUTE            PIC 9(02) COMP VALUE ZERO.
           01 WS-HOUR-INDEX            PIC 9(02) COMP VALUE ZERO.
           01 WS-ROW-INDEX             PIC 9(02) COMP VALUE ZERO.
           01 WS-DAY-INDEX             PIC 9(02) COMP VALUE ZERO.
           01 WS-LETTER-INDEX          PIC 9(02) COMP VALUE ZERO.
           01 WS-SCAN-INDEX            PIC 9(02) COMP VALUE ZERO.
           01 WS-CELL-TEXT.
               05 WS-CX-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(01) VALUE "-".
               05 WS-CX-SECTION         PIC X(02).
           01 WS-OUTPUT-LINE           PIC X(80) VALUE SPACES.
           01 WS-GRID-HEADING.
               05 FILLER                PIC X(07) VALUE "TIME".
               05 FILLER                PIC X(10) VALUE "MON".
               05 FILLER                PIC X(10) VALUE "TUE".
               05 FILLER                PIC X(10) VALUE "WED".
               05 FILLER                PIC X(10) VALUE "THU".
               05 FILLER                PIC X(10) VALUE "FRI".
               05 FILLER                PIC X(10) VALUE "SAT".
               05 FILLER                PIC X(09) VALUE "SUN".
           01 WS-GRID-SEPARATOR.
               05 FILLER                PIC X(40) VALUE ALL "-".
               05 FILLER                PIC X(36) VALUE ALL "-".
           01 WS-GRID-PRINT-LINE.
               05 WS-GP-HOUR            PIC 9(02).
               05 WS-GP-MINUTES         PIC X(05).
               05 WS-GP-DAY OCCURS 7 TIMES.
                   10 WS-GP-CELL         PIC X(09).
                   10 FILLER             PIC X(01).
           01 WS-NO-MEETINGS-LINE.
               05 FILLER                PIC X(30) VALUE
                   "NO SCHEDULED MEETINGS".
           01 WS-CLASH-NOTE-LINE.
               05 FILLER                PIC X(45) VALUE
                   "**CLASH** - TWO CLASSES MEET IN THE SAME HOUR".
           01 WS-ON-GRID-HEADING.
               05 FILLER                PIC X(12) VALUE "COURSE".
               05 FILLER                PIC X(21) VALUE "COURSE NAME".
               05 FILLER                PIC X(08) VALUE "DAYS".
               05 FILLER                PIC X(10) VALUE "TIME".
               05 FILLER                PIC X(21) VALUE "INSTRUCTOR".
               05 FILLER                PIC X(04) VALUE "ROOM".
           01 WS-ON-GRID-LINE.
               05 WS-OG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(01) VALUE "-".
               05 WS-OG-SECTION         PIC X(02).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-OG-COURSE-NAME     PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-OG-MEETING-DAYS    PIC X(07).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-OG-START-TIME      PIC 9(04).
               05 FILLER                PIC X(01) VALUE "-".
               05 WS-OG-END-TIME        PIC 9(04).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-OG-INSTRUCTOR      PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-OG-ROOM-ID         PIC X(06).
           01 WS-OFF-GRID-HEADING.
               05 FILLER                PIC X(30) VALUE
                   "COURSES NOT ON THE GRID".
           01 WS-OFF-GRID-LINE.
               05 WS-XG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-XG-SECTION         PIC X(02).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-XG-COURSE-NAME     PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-XG-REASON          PIC X(30).
           01 WS-OMITTED-LINE.
               05 WS-OM-COUNT           PIC ZZ9.
               05 FILLER                PIC X(40) VALUE
                   " MORE COURSES IN THE TERM NOT SHOWN".
       LINKAGE SECTION.
           COPY SGPARM.
       PROCEDURE DIVISION USING SG-FUNCTION-CODE, SG-STUDENT-ID,
               SG-TERM, SG-LINE-COUNT, SG-LINE-TABLE, SG-STATUS-CODE.
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN SG-FN-BUILD-GRID
                   PERFORM BUILD-SCHEDULE-GRID
               WHEN SG-FN-BATCH-START
                   MOVE "Y" TO WS-KEEP-OPEN-SWITCH
               WHEN SG-FN-END-OF-RUN
                   PERFORM END-BATCH-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       END-BATCH-RUN.
           PERFORM CLOSE-SCHEDULE-FILES.
           MOVE "N" TO WS-KEEP-OPEN-SWITCH.

       BUILD-SCHEDULE-GRID.
           MOVE ZERO TO SG-LINE-COUNT.
           MOVE SPACES TO SG-LINE-TABLE.
           SET SG-UNKNOWN-TERM TO TRUE.
           IF SG-TERM IS EQUAL TO SPACES
               IF NOT WS-TERM-LOOKED-UP
                   PERFORM FIND-CURRENT-TERM
               END-IF
               MOVE WS-CURRENT-TERM TO SG-TERM
           END-IF.
           IF SG-TERM IS NOT EQUAL TO SPACES
               PERFORM OPEN-SCHEDULE-FILES
               PERFORM LOAD-TERM-COURSES
               IF WS-COURSE-COUNT IS EQUAL TO ZERO
                   SET SG-NO-ENROLLMENTS TO TRUE
               ELSE
                   PERFORM PLACE-COURSES
                   PERFORM FORMAT-GRID
                   PERFORM FORMAT-COURSE-LISTS
                   SET SG-BUILT TO TRUE
               END-IF
               IF NOT WS-KEEP-FILES-OPEN
                   PERFORM CLOSE-SCHEDULE-FILES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The current term is taken once per run, the way ROOMRPT
      * finds it; no Term Master, or no term flagged current, leaves
      * it blank and every blank-term call comes back
      * SG-UNKNOWN-TERM.
      *----------------------------------------------------------------
       FIND-CURRENT-TERM.
           SET WS-TERM-LOOKED-UP TO TRUE.
           MOVE "N" TO WS-TERM-EOF-SWITCH.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               MOVE LOW-VALUES TO TM-TERM-CODE
               START TERM-MASTER-FILE
                   KEY IS NOT LESS THAN TM-TERM-CODE
                   INVALID KEY
                       SET WS-END-OF-TERMS TO TRUE
               END-START
               PERFORM SCAN-ONE-TERM UNTIL WS-END-OF-TERMS
               CLOSE TERM-MASTER-FILE
           END-IF.

       SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TERMS TO TRUE
               NOT AT END
                   IF TM-CURRENT-TERM
                       MOVE TM-TERM-CODE TO WS-CURRENT-TERM
                       SET WS-END-OF-TERMS TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * No ENROLL file means no enrollments; no CRSSCHED file means
      * every sectioned course lists as having no schedule.  Under a
      * "B" batch start the files stay open for the next call.
      *----------------------------------------------------------------
       OPEN-SCHEDULE-FILES.
           IF NOT WS-ENROLL-IS-OPEN
               OPEN INPUT ENROLLMENT-FILE
               IF WS-EN-OK
                   SET WS-ENROLL-IS-OPEN TO TRUE
               END-IF
           END-IF.
           IF NOT WS-SCHEDULE-IS-OPEN
               OPEN INPUT COURSE-SCHEDULE-FILE
               IF WS-CS-OK
                   SET WS-SCHEDULE-IS-OPEN TO TRUE
               END-IF
           END-IF.

       CLOSE-SCHEDULE-FILES.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
               MOVE "N" TO WS-ENROLL-OPEN-SWITCH
           END-IF.
           IF WS-SCHEDULE-IS-OPEN
               CLOSE COURSE-SCHEDULE-FILE
               MOVE "N" TO WS-SCHEDULE-OPEN-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * ENROLL is keyed student then course, so one START at the
      * student's ID and a read forward until the ID changes finds
      * every enrollment the student has; the ones in the term go
      * into the course table with their section's schedule.
      *----------------------------------------------------------------
       LOAD-TERM-COURSES.
           MOVE ZERO TO WS-COURSE-COUNT.
           MOVE ZERO TO WS-OMITTED-COUNT.
           MOVE "N" TO WS-ENROLL-EOF-SWITCH.
           IF NOT WS-ENROLL-IS-OPEN
               SET WS-END-OF-ENROLLMENTS TO TRUE
           ELSE
               MOVE SG-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       SET WS-END-OF-ENROLLMENTS TO TRUE
               END-START
           END-IF.
           PERFORM LOAD-ONE-ENROLLMENT UNTIL WS-END-OF-ENROLLMENTS.

       LOAD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLLMENTS TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLLMENTS
               IF EN-STUDENT-ID IS NOT EQUAL TO SG-STUDENT-ID
                   SET WS-END-OF-ENROLLMENTS TO TRUE
               ELSE
                   IF EN-TERM IS EQUAL TO SG-TERM
                       AND EN-GRADE(1:1) IS NOT EQUAL TO "W"
                       PERFORM TABLE-ONE-COURSE
                   END-IF
               END-IF
           END-IF.

       TABLE-ONE-COURSE.
           IF WS-COURSE-COUNT IS LESS THAN WS-COURSE-MAX
               ADD 1 TO WS-COURSE-COUNT
               MOVE WS-COURSE-COUNT TO WS-COURSE-INDEX
               MOVE EN-COURSE-CODE
                   TO WS-CT-COURSE-CODE (WS-COURSE-INDEX)
               MOVE EN-SECTION TO WS-CT-SECTION (WS-COURSE-INDEX)
               MOVE EN-COURSE-NAME
                   TO WS-CT-COURSE-NAME (WS-COURSE-INDEX)
               MOVE SPACES TO WS-CT-MEETING-DAYS (WS-COURSE-INDEX)
               MOVE ZERO TO WS-CT-START-TIME (WS-COURSE-INDEX)
               MOVE ZERO TO WS-CT-END-TIME (WS-COURSE-INDEX)
               MOVE SPACES TO WS-CT-INSTRUCTOR (WS-COURSE-INDEX)
               MOVE SPACES TO WS-CT-ROOM-ID (WS-COURSE-INDEX)
               PERFORM LOOKUP-SECTION-SCHEDULE
           ELSE
               ADD 1 TO WS-OMITTED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * A section goes on the grid only when CRSSCHED gives it
      * meeting days and an end time after its start time.
      *----------------------------------------------------------------
       LOOKUP-SECTION-SCHEDULE.
           IF EN-SECTION IS EQUAL TO SPACES
               SET WS-CT-NO-SECTION (WS-COURSE-INDEX) TO TRUE
           ELSE
               SET WS-CT-NO-SCHEDULE (WS-COURSE-INDEX) TO TRUE
               IF WS-SCHEDULE-IS-OPEN
                   MOVE EN-COURSE-CODE TO CS-COURSE-CODE
                   MOVE EN-SECTION TO CS-SECTION
                   MOVE EN-TERM TO CS-TERM
                   READ COURSE-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-SECTION-SCHEDULE
                   END-READ
               END-IF
           END-IF.

       TAKE-SECTION-SCHEDULE.
           MOVE CS-MEETING-DAYS
               TO WS-CT-MEETING-DAYS (WS-COURSE-INDEX).
           MOVE CS-INSTRUCTOR TO WS-CT-INSTRUCTOR (WS-COURSE-INDEX).
           MOVE CS-ROOM-ID TO WS-CT-ROOM-ID (WS-COURSE-INDEX).
           IF CS-START-TIME IS NUMERIC
               AND CS-END-TIME IS NUMERIC
               MOVE CS-START-TIME
                   TO WS-CT-START-TIME (WS-COURSE-INDEX)
               MOVE CS-END-TIME TO WS-CT-END-TIME (WS-COURSE-INDEX)
               IF CS-MEETING-DAYS IS NOT EQUAL TO SPACES
                   AND CS-START-TIME IS LESS THAN CS-END-TIME
                   AND CS-END-TIME IS NOT GREATER THAN 2400
                   SET WS-CT-ON-GRID (WS-COURSE-INDEX) TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A class fills every hour row from the hour it starts in to
      * the hour its last minute falls in -- 0900-0950 is the 09
      * row, 0930-1045 the 09 and 10 rows -- on each of its days.
      * The first and last hours used bound the printed grid.
      *----------------------------------------------------------------
       PLACE-COURSES.
           MOVE SPACES TO WS-GRID-TABLE.
           MOVE 24 TO WS-FIRST-HOUR.
           MOVE ZERO TO WS-LAST-HOUR.
           MOVE ZERO TO WS-ON-GRID-COUNT.
           MOVE ZERO TO WS-OFF-GRID-COUNT.
           MOVE ZERO TO WS-CLASH-COUNT.
           PERFORM PLACE-ONE-COURSE
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX IS GREATER THAN WS-COURSE-COUNT.

       PLACE-ONE-COURSE.
           IF WS-CT-ON-GRID (WS-COURSE-INDEX)
               ADD 1 TO WS-ON-GRID-COUNT
               DIVIDE WS-CT-START-TIME (WS-COURSE-INDEX) BY 100
                   GIVING WS-START-HOUR
               DIVIDE WS-CT-END-TIME (WS-COURSE-INDEX) BY 100
                   GIVING WS-END-HOUR REMAINDER WS-END-MINUTE
               IF WS-END-MINUTE IS EQUAL TO ZERO
                   SUBTRACT 1 FROM WS-END-HOUR
               END-IF
               IF WS-START-HOUR IS LESS THAN WS-FIRST-HOUR
                   MOVE WS-START-HOUR TO WS-FIRST-HOUR
               END-IF
               IF WS-END-HOUR IS GREATER THAN WS-LAST-HOUR
                   MOVE WS-END-HOUR TO WS-LAST-HOUR
               END-IF
               MOVE WS-CT-COURSE-CODE (WS-COURSE-INDEX)
                   TO WS-CX-COURSE-CODE
               MOVE WS-CT-SECTION (WS-COURSE-INDEX) TO WS-CX-SECTION
               PERFORM PLACE-ONE-DAY
                   VARYING WS-LETTER-INDEX FROM 1 BY 1
                   UNTIL WS-LETTER-INDEX IS GREATER THAN 7
           ELSE
               ADD 1 TO WS-OFF-GRID-COUNT
           END-IF.

       PLACE-ONE-DAY.
           MOVE WS-CT-MEETING-DAYS (WS-COURSE-INDEX)
               (WS-LETTER-INDEX:1) TO WS-ONE-DAY-LETTER.
           IF WS-ONE-DAY-LETTER IS NOT EQUAL TO SPACE
               PERFORM FIND-DAY-COLUMN
               IF WS-DAY-INDEX IS GREATER THAN ZERO
                   PERFORM PLACE-ONE-HOUR
                       VARYING WS-HOUR-INDEX FROM WS-START-HOUR BY 1
                       UNTIL WS-HOUR-INDEX IS GREATER THAN WS-END-HOUR
               END-IF
           END-IF.

       FIND-DAY-COLUMN.
           MOVE ZERO TO WS-DAY-INDEX.
           PERFORM CHECK-DAY-LETTER
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX IS GREATER THAN ZERO
               OR WS-SCAN-INDEX IS GREATER THAN 7.

       CHECK-DAY-LETTER.
           IF WS-DAY-LETTERS(WS-SCAN-INDEX:1)
                   IS EQUAL TO WS-ONE-DAY-LETTER
               MOVE WS-SCAN-INDEX TO WS-DAY-INDEX
           END-IF.

       PLACE-ONE-HOUR.
           ADD 1 TO WS-HOUR-INDEX GIVING WS-ROW-INDEX.
           IF WS-GRID-CELL (WS-ROW-INDEX, WS-DAY-INDEX)
                   IS EQUAL TO SPACES
               MOVE WS-CELL-TEXT
                   TO WS-GRID-CELL (WS-ROW-INDEX, WS-DAY-INDEX)
           ELSE
               IF WS-GRID-CELL (WS-ROW-INDEX, WS-DAY-INDEX)
                       IS NOT EQUAL TO "**CLASH**"
                   MOVE "**CLASH**"
                       TO WS-GRID-CELL (WS-ROW-INDEX, WS-DAY-INDEX)
                   ADD 1 TO WS-CLASH-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The grid prints from the earliest hour any class starts in
      * to the latest hour any class runs into.
      *----------------------------------------------------------------
       FORMAT-GRID.
           IF WS-ON-GRID-COUNT IS EQUAL TO ZERO
               MOVE WS-NO-MEETINGS-LINE TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
           ELSE
               MOVE WS-GRID-HEADING TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               MOVE WS-GRID-SEPARATOR TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               PERFORM FORMAT-ONE-GRID-ROW
                   VARYING WS-HOUR-INDEX FROM WS-FIRST-HOUR BY 1
                   UNTIL WS-HOUR-INDEX IS GREATER THAN WS-LAST-HOUR
               IF WS-CLASH-COUNT IS GREATER THAN ZERO
                   MOVE WS-CLASH-NOTE-LINE TO WS-OUTPUT-LINE
                   PERFORM ADD-OUTPUT-LINE
               END-IF
           END-IF.

       FORMAT-ONE-GRID-ROW.
           MOVE SPACES TO WS-GRID-PRINT-LINE.
           MOVE WS-HOUR-INDEX TO WS-GP-HOUR.
           MOVE ":00" TO WS-GP-MINUTES.
           ADD 1 TO WS-HOUR-INDEX GIVING WS-ROW-INDEX.
           PERFORM FORMAT-ONE-GRID-CELL
               VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX IS GREATER THAN 7.
           MOVE WS-GRID-PRINT-LINE TO WS-OUTPUT-LINE.
           PERFORM ADD-OUTPUT-LINE.

       FORMAT-ONE-GRID-CELL.
           MOVE WS-GRID-CELL (WS-ROW-INDEX, WS-DAY-INDEX)
               TO WS-GP-CELL (WS-DAY-INDEX).

      *----------------------------------------------------------------
      * Under the grid: a line per course on it, then the courses
      * that could not be placed and why, then a count of any courses
      * beyond what the table holds.
      *----------------------------------------------------------------
       FORMAT-COURSE-LISTS.
           IF WS-ON-GRID-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               MOVE WS-ON-GRID-HEADING TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               PERFORM FORMAT-ON-GRID-COURSE
                   VARYING WS-COURSE-INDEX FROM 1 BY 1
                   UNTIL WS-COURSE-INDEX IS GREATER THAN
                       WS-COURSE-COUNT
           END-IF.
           IF WS-OFF-GRID-COUNT IS GREATER THAN ZERO
               MOVE SPACES TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               MOVE WS-OFF-GRID-HEADING TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
               PERFORM FORMAT-OFF-GRID-COURSE
                   VARYING WS-COURSE-INDEX FROM 1 BY 1
                   UNTIL WS-COURSE-INDEX IS GREATER THAN
                       WS-COURSE-COUNT
           END-IF.
           IF WS-OMITTED-COUNT IS GREATER THAN ZERO
               MOVE WS-OMITTED-COUNT TO WS-OM-COUNT
               MOVE WS-OMITTED-LINE TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
           END-IF.

       FORMAT-ON-GRID-COURSE.
           IF WS-CT-ON-GRID (WS-COURSE-INDEX)
               MOVE WS-CT-COURSE-CODE (WS-COURSE-INDEX)
                   TO WS-OG-COURSE-CODE
               MOVE WS-CT-SECTION (WS-COURSE-INDEX) TO WS-OG-SECTION
               MOVE WS-CT-COURSE-NAME (WS-COURSE-INDEX)
                   TO WS-OG-COURSE-NAME
               MOVE WS-CT-MEETING-DAYS (WS-COURSE-INDEX)
                   TO WS-OG-MEETING-DAYS
               MOVE WS-CT-START-TIME (WS-COURSE-INDEX)
                   TO WS-OG-START-TIME
               MOVE WS-CT-END-TIME (WS-COURSE-INDEX)
                   TO WS-OG-END-TIME
               MOVE WS-CT-INSTRUCTOR (WS-COURSE-INDEX)
                   TO WS-OG-INSTRUCTOR
               MOVE WS-CT-ROOM-ID (WS-COURSE-INDEX) TO WS-OG-ROOM-ID
               MOVE WS-ON-GRID-LINE TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
           END-IF.

       FORMAT-OFF-GRID-COURSE.
           IF NOT WS-CT-ON-GRID (WS-COURSE-INDEX)
               MOVE WS-CT-COURSE-CODE (WS-COURSE-INDEX)
                   TO WS-XG-COURSE-CODE
               MOVE WS-CT-SECTION (WS-COURSE-INDEX) TO WS-XG-SECTION
               MOVE WS-CT-COURSE-NAME (WS-COURSE-INDEX)
                   TO WS-XG-COURSE-NAME
               IF WS-CT-NO-SECTION (WS-COURSE-INDEX)
                   MOVE "NO SECTION ON THE ENROLLMENT"
                       TO WS-XG-REASON
               ELSE
                   MOVE "NO MEETING SCHEDULE ON FILE"
                       TO WS-XG-REASON
               END-IF
               MOVE WS-OFF-GRID-LINE TO WS-OUTPUT-LINE
               PERFORM ADD-OUTPUT-LINE
           END-IF.

       ADD-OUTPUT-LINE.
           IF SG-LINE-COUNT IS LESS THAN 80
               ADD 1 TO SG-LINE-COUNT
               MOVE WS-OUTPUT-LINE TO SG-LINE (SG-LINE-COUNT)
           END-IF.

       END PROGRAM SCHDGRID.
