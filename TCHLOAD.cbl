       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHLOAD.
      *****************************************************************
      *  Faculty teaching-load report for one term.  Every CRSSCHED
      *  section in the term is sorted by its Instructor Master ID,
      *  and each instructor prints with a heading -- ID, the name
      *  and department INSTMSTR carries, and the maximum load --
      *  followed by one line per section taught: course, section,
      *  meeting days and times, the course's credit hours from
      *  CRSMSTR, and the section's enrolled headcount (live ENROLL
      *  records for the course, term, and section; W-graded records
      *  hold no seat, the same rule CAPRPT counts by).  The
      *  instructor's totals follow, flagged OVER MAXIMUM LOAD when
      *  the credit hours taught exceed the master's maximum.
      *
      *  Sections with no instructor ID (not yet assigned, or
      *  scheduled before the Instructor Master existed) print
      *  together first under NO INSTRUCTOR ID, with the free-text
      *  name; an ID that is not on INSTMSTR prints flagged NOT ON
      *  INSTMSTR.  Either flag, or anyone over maximum, is RC 4.
      *
      *  The term comes from the PARM (six characters); blank means
      *  the Term Master's current term.  The report goes to TCHLRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-SCHEDULE-FILE ASSIGN TO "CRSSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-MASTER-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "TCHLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCHLRPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-SCHEDULE-FILE.
           COPY CRSSCHED.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMSTR.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE            PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-INSTRUCTOR-ID        PIC X(06).
           05  SW-COURSE-CODE          PIC X(06).
           05  SW-SECTION              PIC X(02).
           05  SW-MEETING-DAYS         PIC X(07).
           05  SW-START-TIME           PIC 9(04).
           05  SW-END-TIME             PIC 9(04).
           05  SW-INSTRUCTOR           PIC X(20).
           05  SW-CREDIT-HOURS         PIC 9(02).
           05  SW-HEADCOUNT            PIC 9(05).
       WORKING-STORAGE SECTION.
           01 WS-SCHEDULE-STATUS       PIC X(02) VALUE "00".
               88 WS-CS-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-INSTRUCTOR-MASTER-STATUS
                                       PIC X(02) VALUE "00".
               88 WS-IM-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-TCHLRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-SCHEDULE-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-SCHEDULE   VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-COUNT-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-COUNT      VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-SORT       VALUE "Y".
           01 WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
               88 WS-FIRST-RECORD      VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-INSTRUCTOR-OPEN-SWITCH
                                       PIC X(01) VALUE "N".
               88 WS-INSTRUCTOR-IS-OPEN
                                       VALUE "Y".
           01 WS-INSTRUCTOR-FOUND-SWITCH
                                       PIC X(01) VALUE "N".
               88 WS-INSTRUCTOR-FOUND  VALUE "Y".
           01 WS-REPORT-TERM           PIC X(06) VALUE SPACES.
           01 WS-PREV-INSTRUCTOR-ID    PIC X(06) VALUE SPACES.
           01 WS-MAX-LOAD-HOURS        PIC 9(02) VALUE ZERO.
           01 WS-SEAT-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-INSTRUCTOR-SECTIONS   PIC 9(05) COMP VALUE ZERO.
           01 WS-INSTRUCTOR-HOURS      PIC 9(05) COMP VALUE ZERO.
           01 WS-INSTRUCTOR-HEADCOUNT  PIC 9(05) COMP VALUE ZERO.
           01 WS-INSTRUCTOR-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-SECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-OVERLOAD-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-UNKNOWN-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-UNASSIGNED-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 TCH-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "TCHLOAD - FACULTY TEACHING LOAD".
               05 FILLER                PIC X(06) VALUE "REPORT".
               05 FILLER                PIC X(06) VALUE " TERM ".
               05 WS-RH-TERM            PIC X(06).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(04) VALUE "SEC".
               05 FILLER                PIC X(09) VALUE "DAYS".
               05 FILLER                PIC X(07) VALUE "START".
               05 FILLER                PIC X(06) VALUE "END".
               05 FILLER                PIC X(07) VALUE "HOURS".
               05 FILLER                PIC X(09) VALUE "HEADCOUNT".
           01 WS-INSTRUCTOR-LINE.
               05 FILLER                PIC X(11) VALUE "INSTRUCTOR ".
               05 WS-IL-INSTRUCTOR-ID   PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-IL-NAME            PIC X(20).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-IL-DEPT-LABEL      PIC X(05).
               05 WS-IL-DEPARTMENT      PIC X(04).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-IL-MAX-LABEL       PIC X(04).
               05 WS-IL-MAX-LOAD        PIC Z9.
           01 WS-UNASSIGNED-LINE.
               05 FILLER                PIC X(40) VALUE
                   "NO INSTRUCTOR ID ON SECTION".
           01 WS-SECTION-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-SL-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SL-SECTION         PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SL-MEETING-DAYS    PIC X(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SL-START-TIME      PIC 9(04).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-SL-END-TIME        PIC 9(04).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-SL-CREDIT-HOURS    PIC Z9.
               05 FILLER                PIC X(05) VALUE SPACES.
               05 WS-SL-HEADCOUNT       PIC ZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SL-INSTRUCTOR      PIC X(20).
           01 WS-LOAD-TOTAL-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(10) VALUE "SECTIONS".
               05 WS-LT-SECTIONS        PIC ZZZ9.
               05 FILLER                PIC X(09) VALUE "   HOURS".
               05 WS-LT-HOURS           PIC ZZZ9.
               05 FILLER                PIC X(13) VALUE
                   "   HEADCOUNT".
               05 WS-LT-HEADCOUNT       PIC ZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-LT-FLAG            PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT TCH-PARM-TEXT FROM COMMAND-LINE.
           MOVE TCH-PARM-TEXT(1:6) TO WS-REPORT-TERM.
           IF WS-REPORT-TERM IS EQUAL TO SPACES
               PERFORM 1000-FIND-CURRENT-TERM
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE WS-REPORT-TERM TO WS-RH-TERM.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADING-2.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT INSTRUCTOR-MASTER-FILE.
           IF WS-IM-OK
               SET WS-INSTRUCTOR-IS-OPEN TO TRUE
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-INSTRUCTOR-ID
                                SW-COURSE-CODE
                                SW-SECTION
               INPUT PROCEDURE IS 2000-RELEASE-SECTIONS
               OUTPUT PROCEDURE IS 3000-REPORT-INSTRUCTORS.
           PERFORM 4000-WRITE-TRAILERS.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-INSTRUCTOR-IS-OPEN
               CLOSE INSTRUCTOR-MASTER-FILE
           END-IF.
           CLOSE LOAD-REPORT-FILE.
           IF WS-OVERLOAD-COUNT IS GREATER THAN ZERO
               OR WS-UNKNOWN-COUNT IS GREATER THAN ZERO
               OR WS-UNASSIGNED-COUNT IS GREATER THAN ZERO
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
      * One sort record per section scheduled in the term, priced in
      * credit hours and headcount on the way in.  No schedule file
      * means nothing to report.
      *----------------------------------------------------------------
       2000-RELEASE-SECTIONS.
           OPEN INPUT COURSE-SCHEDULE-FILE.
           IF WS-CS-OK
               PERFORM 2100-RELEASE-ONE-SECTION
                   UNTIL WS-END-OF-SCHEDULE
               CLOSE COURSE-SCHEDULE-FILE
           END-IF.

       2100-RELEASE-ONE-SECTION.
           READ COURSE-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-READ.
           IF NOT WS-END-OF-SCHEDULE
               AND CS-TERM IS EQUAL TO WS-REPORT-TERM
               MOVE CS-INSTRUCTOR-ID TO SW-INSTRUCTOR-ID
               MOVE CS-COURSE-CODE TO SW-COURSE-CODE
               MOVE CS-SECTION TO SW-SECTION
               MOVE CS-MEETING-DAYS TO SW-MEETING-DAYS
               MOVE CS-START-TIME TO SW-START-TIME
               MOVE CS-END-TIME TO SW-END-TIME
               MOVE CS-INSTRUCTOR TO SW-INSTRUCTOR
               MOVE ZERO TO SW-CREDIT-HOURS
               IF WS-COURSE-IS-OPEN
                   MOVE CS-COURSE-CODE TO CM-COURSE-CODE
                   READ COURSE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-CREDIT-HOURS TO SW-CREDIT-HOURS
                   END-READ
               END-IF
               PERFORM 2200-COUNT-SECTION-SEATS
               MOVE WS-SEAT-COUNT TO SW-HEADCOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Keyed browse down ENROLL's course alternate index for this
      * section's live seats in the term.
      *----------------------------------------------------------------
       2200-COUNT-SECTION-SEATS.
           MOVE ZERO TO WS-SEAT-COUNT.
           IF WS-ENROLL-IS-OPEN
               MOVE "N" TO WS-COUNT-EOF-SWITCH
               MOVE CS-COURSE-CODE TO EN-COURSE-CODE
               START ENROLLMENT-FILE
                   KEY IS NOT LESS THAN EN-COURSE-CODE
                   INVALID KEY
                       SET WS-END-OF-COUNT TO TRUE
               END-START
               PERFORM 2210-COUNT-ONE-SEAT UNTIL WS-END-OF-COUNT
           END-IF.

       2210-COUNT-ONE-SEAT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-COUNT TO TRUE
           END-READ.
           IF NOT WS-END-OF-COUNT
               IF EN-COURSE-CODE IS NOT EQUAL TO CS-COURSE-CODE
                   SET WS-END-OF-COUNT TO TRUE
               ELSE
                   IF EN-GRADE(1:1) IS NOT EQUAL TO "W"
                       AND EN-TERM IS EQUAL TO CS-TERM
                       AND EN-SECTION IS EQUAL TO CS-SECTION
                       ADD 1 TO WS-SEAT-COUNT
                   END-IF
               END-IF
           END-IF.

       3000-REPORT-INSTRUCTORS.
           PERFORM 3100-RETURN-SORTED-SECTION.
           PERFORM 3200-REPORT-ONE-SECTION UNTIL WS-END-OF-SORT.
           IF NOT WS-FIRST-RECORD
               PERFORM 3500-WRITE-INSTRUCTOR-TOTALS
           END-IF.

       3100-RETURN-SORTED-SECTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       3200-REPORT-ONE-SECTION.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               PERFORM 3300-START-INSTRUCTOR
           ELSE
               IF SW-INSTRUCTOR-ID IS NOT EQUAL TO
                       WS-PREV-INSTRUCTOR-ID
                   PERFORM 3500-WRITE-INSTRUCTOR-TOTALS
                   PERFORM 3300-START-INSTRUCTOR
               END-IF
           END-IF.
           MOVE SW-COURSE-CODE TO WS-SL-COURSE-CODE.
           MOVE SW-SECTION TO WS-SL-SECTION.
           MOVE SW-MEETING-DAYS TO WS-SL-MEETING-DAYS.
           MOVE SW-START-TIME TO WS-SL-START-TIME.
           MOVE SW-END-TIME TO WS-SL-END-TIME.
           MOVE SW-CREDIT-HOURS TO WS-SL-CREDIT-HOURS.
           MOVE SW-HEADCOUNT TO WS-SL-HEADCOUNT.
           IF SW-INSTRUCTOR-ID IS EQUAL TO SPACES
               MOVE SW-INSTRUCTOR TO WS-SL-INSTRUCTOR
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               MOVE SPACES TO WS-SL-INSTRUCTOR
           END-IF.
           WRITE LOAD-REPORT-LINE FROM WS-SECTION-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-INSTRUCTOR-SECTIONS.
           ADD SW-CREDIT-HOURS TO WS-INSTRUCTOR-HOURS.
           ADD SW-HEADCOUNT TO WS-INSTRUCTOR-HEADCOUNT.
           PERFORM 3100-RETURN-SORTED-SECTION.

      *----------------------------------------------------------------
      * Heading for the next instructor's group.  The blank-ID group
      * sorts first and has no master record to show.
      *----------------------------------------------------------------
       3300-START-INSTRUCTOR.
           MOVE SW-INSTRUCTOR-ID TO WS-PREV-INSTRUCTOR-ID.
           MOVE ZERO TO WS-INSTRUCTOR-SECTIONS.
           MOVE ZERO TO WS-INSTRUCTOR-HOURS.
           MOVE ZERO TO WS-INSTRUCTOR-HEADCOUNT.
           MOVE ZERO TO WS-MAX-LOAD-HOURS.
           MOVE "N" TO WS-INSTRUCTOR-FOUND-SWITCH.
           WRITE LOAD-REPORT-LINE FROM WS-BLANK-LINE.
           IF SW-INSTRUCTOR-ID IS EQUAL TO SPACES
               WRITE LOAD-REPORT-LINE FROM WS-UNASSIGNED-LINE
           ELSE
               ADD 1 TO WS-INSTRUCTOR-COUNT
               MOVE SW-INSTRUCTOR-ID TO WS-IL-INSTRUCTOR-ID
               PERFORM 3400-LOOKUP-INSTRUCTOR
               WRITE LOAD-REPORT-LINE FROM WS-INSTRUCTOR-LINE
           END-IF.

       3400-LOOKUP-INSTRUCTOR.
           IF WS-INSTRUCTOR-IS-OPEN
               MOVE SW-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
               READ INSTRUCTOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-INSTRUCTOR-FOUND TO TRUE
               END-READ
           END-IF.
           IF WS-INSTRUCTOR-FOUND
               MOVE IM-INSTRUCTOR-NAME TO WS-IL-NAME
               MOVE "DEPT " TO WS-IL-DEPT-LABEL
               MOVE IM-DEPARTMENT TO WS-IL-DEPARTMENT
               MOVE "MAX " TO WS-IL-MAX-LABEL
               MOVE IM-MAX-LOAD-HOURS TO WS-MAX-LOAD-HOURS
               MOVE IM-MAX-LOAD-HOURS TO WS-IL-MAX-LOAD
           ELSE
               MOVE SW-INSTRUCTOR TO WS-IL-NAME
               MOVE SPACES TO WS-IL-DEPT-LABEL
               MOVE SPACES TO WS-IL-DEPARTMENT
               MOVE SPACES TO WS-IL-MAX-LABEL
               MOVE ZERO TO WS-IL-MAX-LOAD
           END-IF.

       3500-WRITE-INSTRUCTOR-TOTALS.
           MOVE WS-INSTRUCTOR-SECTIONS TO WS-LT-SECTIONS.
           MOVE WS-INSTRUCTOR-HOURS TO WS-LT-HOURS.
           MOVE WS-INSTRUCTOR-HEADCOUNT TO WS-LT-HEADCOUNT.
           EVALUATE TRUE
               WHEN WS-PREV-INSTRUCTOR-ID IS EQUAL TO SPACES
                   MOVE SPACES TO WS-LT-FLAG
               WHEN NOT WS-INSTRUCTOR-FOUND
                   MOVE "NOT ON INSTMSTR" TO WS-LT-FLAG
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN WS-INSTRUCTOR-HOURS IS GREATER THAN
                       WS-MAX-LOAD-HOURS
                   MOVE "OVER MAXIMUM LOAD" TO WS-LT-FLAG
                   ADD 1 TO WS-OVERLOAD-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-LT-FLAG
           END-EVALUATE.
           WRITE LOAD-REPORT-LINE FROM WS-LOAD-TOTAL-LINE.

       4000-WRITE-TRAILERS.
           WRITE LOAD-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "INSTRUCTORS REPORTED - " TO WS-TL-LABEL.
           MOVE WS-INSTRUCTOR-COUNT TO WS-TL-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "SECTIONS REPORTED -    " TO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT TO WS-TL-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "SECTIONS UNASSIGNED -  " TO WS-TL-LABEL.
           MOVE WS-UNASSIGNED-COUNT TO WS-TL-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "OVER MAXIMUM LOAD -    " TO WS-TL-LABEL.
           MOVE WS-OVERLOAD-COUNT TO WS-TL-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "NOT ON INSTMSTR -      " TO WS-TL-LABEL.
           MOVE WS-UNKNOWN-COUNT TO WS-TL-COUNT.
           WRITE LOAD-REPORT-LINE FROM WS-TRAILER-LINE.

       END PROGRAM TCHLOAD.
