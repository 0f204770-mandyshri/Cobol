      *  enrolled in prints at zero fill, which is exactly the
      *  cancellation candidate the office is looking for.
      *
      *  The PARM carries blank-separated options, either or both:
      *      nnn            the fill threshold as three digits
      *                     (percent); without it the shop default
      *                     of 50 stands
      *      TERM=tttttt    the term to report (default the Term
      *                     Master's current term)
      *  With no term given and no TERMMSTR on the system every live
      *  enrollment counts, since the live file holds only active
      *  terms.
      *
      *  A term CENSNAP has frozen is reported from its CENSUS
      *  snapshot, not from ENROLL: each course's enrolled count is
      *  its census-date count, the figure reported to the state, and
      *  the heading says so.  The exception section then lists the
      *  snapshot's courses that aren't on CRSMSTR.
      *
      *  The exception section then walks ENROLL in course order and
      *  reports enrollments sitting in courses that aren't on
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "CENSUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-CENSUS-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPRPT-STATUS.
           COPY ENROLL.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  CENSUS-FILE.
           COPY CENSUS.
       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-CAPRPT-STATUS         PIC X(02) VALUE "00".
           01 WS-CENSUS-STATUS         PIC X(02) VALUE "00".
               88 WS-CE-OK             VALUE "00".
           01 WS-CENSUS-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-CENSUS     VALUE "Y".
           01 WS-CENSUS-MODE-SWITCH    PIC X(01) VALUE "N".
               88 WS-FROM-CENSUS       VALUE "Y".
           01 WS-COURSE-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-COURSES    VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
           01 WS-ORPHAN-SWITCH         PIC X(01) VALUE "N".
               88 WS-COURSE-IS-ORPHAN  VALUE "Y".
           01 CAP-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-PARM-TOKEN-1          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN-2          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN            PIC X(20) VALUE SPACES.
      *    Per-course census-date counts for a frozen term.
           01 WS-CENSUS-COURSE-MAX     PIC 9(05) COMP VALUE 500.
           01 WS-CENSUS-COURSE-COUNT   PIC 9(05) COMP VALUE ZERO.
           01 WS-CENSUS-COURSE-INDEX   PIC 9(05) COMP VALUE ZERO.
           01 WS-CENSUS-NOT-TABLED     PIC 9(05) COMP VALUE ZERO.
           01 WS-CENSUS-FOUND-SWITCH   PIC X(01) VALUE "N".
               88 WS-CENSUS-COURSE-FOUND VALUE "Y".
           01 WS-CENSUS-COURSE-TABLE.
               05 WS-CENSUS-COURSE-ENTRY OCCURS 500 TIMES.
                   10 WS-CC-COURSE-CODE  PIC X(06).
                   10 WS-CC-SEATS        PIC 9(05) COMP.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "CAPRPT - COURSE CAPACITY".
               05 FILLER                PIC X(11) VALUE "UTILIZATION".
               05 FILLER                PIC X(06) VALUE " TERM ".
               05 WS-RH-TERM            PIC X(06).
               05 WS-RH-SOURCE          PIC X(17).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(05) VALUE "CAP".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT CAP-PARM-TEXT FROM COMMAND-LINE.
           PERFORM 0100-PROCESS-PARM.
           IF WS-CURRENT-TERM IS EQUAL TO SPACES
               PERFORM 1000-FIND-CURRENT-TERM
           END-IF.
           IF WS-CURRENT-TERM IS NOT EQUAL TO SPACES
               PERFORM 1200-LOAD-CENSUS-COUNTS
           END-IF.
           OPEN OUTPUT CAPACITY-REPORT-FILE.
           MOVE WS-CURRENT-TERM TO WS-RH-TERM.
           IF WS-FROM-CENSUS
               MOVE " CENSUS SNAPSHOT" TO WS-RH-SOURCE
           ELSE
               MOVE SPACES TO WS-RH-SOURCE
           END-IF.
           WRITE CAPACITY-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE CAPACITY-REPORT-LINE FROM WS-REPORT-HEADING-2.
           OPEN INPUT ENROLLMENT-FILE.
           CLOSE CAPACITY-REPORT-FILE.
           IF WS-OVER-CAPACITY-COUNT IS GREATER THAN ZERO
               OR WS-EXCEPTION-COUNT IS GREATER THAN ZERO
               OR WS-CENSUS-NOT-TABLED IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-PROCESS-PARM.
           UNSTRING CAP-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 0110-APPLY-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 0110-APPLY-PARM-TOKEN.

       0110-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:5) IS EQUAL TO "TERM="
                   MOVE WS-PARM-TOKEN(6:6) TO WS-CURRENT-TERM
               WHEN WS-PARM-TOKEN(1:3) IS NUMERIC
                   MOVE WS-PARM-TOKEN(1:3) TO WS-FILL-THRESHOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1000-FIND-CURRENT-TERM.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A term with records on CENSUS is frozen: its census-date
      * enrollments are tallied by course here, and the report counts
      * seats from this table instead of browsing ENROLL.
      *----------------------------------------------------------------
       1200-LOAD-CENSUS-COUNTS.
           OPEN INPUT CENSUS-FILE.
           IF WS-CE-OK
               MOVE WS-CURRENT-TERM TO CE-TERM
               MOVE ZERO TO CE-STUDENT-ID
               MOVE LOW-VALUES TO CE-COURSE-CODE
               START CENSUS-FILE
                   KEY IS NOT LESS THAN CE-KEY
                   INVALID KEY
                       SET WS-END-OF-CENSUS TO TRUE
               END-START
               PERFORM 1210-TALLY-ONE-CENSUS UNTIL WS-END-OF-CENSUS
               CLOSE CENSUS-FILE
           END-IF.
           IF WS-CENSUS-NOT-TABLED IS GREATER THAN ZERO
               DISPLAY "CAPRPT - census table full, "
                   WS-CENSUS-NOT-TABLED " enrollments not counted"
           END-IF.

       1210-TALLY-ONE-CENSUS.
           READ CENSUS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CENSUS TO TRUE
           END-READ.
           IF NOT WS-END-OF-CENSUS
               IF CE-TERM IS NOT EQUAL TO WS-CURRENT-TERM
                   SET WS-END-OF-CENSUS TO TRUE
               ELSE
                   SET WS-FROM-CENSUS TO TRUE
                   MOVE CE-COURSE-CODE TO CM-COURSE-CODE
                   PERFORM 1300-FIND-CENSUS-COURSE
                   IF WS-CENSUS-COURSE-FOUND
                       ADD 1 TO WS-CC-SEATS (WS-CENSUS-COURSE-INDEX)
                   ELSE
                       IF WS-CENSUS-COURSE-COUNT IS LESS THAN
                               WS-CENSUS-COURSE-MAX
                           ADD 1 TO WS-CENSUS-COURSE-COUNT
                           MOVE CE-COURSE-CODE TO WS-CC-COURSE-CODE
                               (WS-CENSUS-COURSE-COUNT)
                           MOVE 1 TO WS-CC-SEATS
                               (WS-CENSUS-COURSE-COUNT)
                       ELSE
                           ADD 1 TO WS-CENSUS-NOT-TABLED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Looks CM-COURSE-CODE up in the census course table.
      *----------------------------------------------------------------
       1300-FIND-CENSUS-COURSE.
           MOVE "N" TO WS-CENSUS-FOUND-SWITCH.
           PERFORM 1310-MATCH-ONE-COURSE
               VARYING WS-CENSUS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-CENSUS-COURSE-FOUND
               OR WS-CENSUS-COURSE-INDEX IS GREATER THAN
                   WS-CENSUS-COURSE-COUNT.
           IF WS-CENSUS-COURSE-FOUND
               SUBTRACT 1 FROM WS-CENSUS-COURSE-INDEX
           END-IF.

       1310-MATCH-ONE-COURSE.
           IF WS-CC-COURSE-CODE (WS-CENSUS-COURSE-INDEX)
                   IS EQUAL TO CM-COURSE-CODE
               SET WS-CENSUS-COURSE-FOUND TO TRUE
           END-IF.

       2000-REPORT-CATALOG-COURSES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF NOT WS-CM-OK
           END-IF.

      *----------------------------------------------------------------
      * A frozen term's seats come from the census course table;
      * otherwise a keyed browse down the alternate index counts this
      * course's live current-term seats.  A missing Enrollment file
      * counts zero.
      *----------------------------------------------------------------
       2200-COUNT-COURSE-SEATS.
           MOVE ZERO TO WS-SEAT-COUNT.
           IF WS-FROM-CENSUS
               PERFORM 1300-FIND-CENSUS-COURSE
               IF WS-CENSUS-COURSE-FOUND
                   MOVE WS-CC-SEATS (WS-CENSUS-COURSE-INDEX)
                       TO WS-SEAT-COUNT
               END-IF
           ELSE
               PERFORM 2205-BROWSE-COURSE-SEATS
           END-IF.

       2205-BROWSE-COURSE-SEATS.
           IF WS-ENROLL-IS-OPEN
               MOVE "N" TO WS-COUNT-EOF-SWITCH
               MOVE CM-COURSE-CODE TO EN-COURSE-CODE
       3000-REPORT-EXCEPTIONS.
           WRITE CAPACITY-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE CAPACITY-REPORT-LINE FROM WS-EXCEPTION-HEADING.
           IF WS-FROM-CENSUS
               PERFORM 3400-REPORT-CENSUS-EXCEPTIONS
           ELSE
               PERFORM 3050-REPORT-LIVE-EXCEPTIONS
           END-IF.

       3050-REPORT-LIVE-EXCEPTIONS.
           IF WS-ENROLL-IS-OPEN
               OPEN INPUT COURSE-MASTER-FILE
               MOVE "N" TO WS-ENROLL-EOF-SWITCH
           WRITE CAPACITY-REPORT-LINE
               FROM WS-EXCEPTION-DETAIL-LINE.

      *----------------------------------------------------------------
      * For a frozen term, the snapshot's courses are checked against
      * the catalog instead of ENROLL's.
      *----------------------------------------------------------------
       3400-REPORT-CENSUS-EXCEPTIONS.
           OPEN INPUT COURSE-MASTER-FILE.
           PERFORM 3410-CHECK-ONE-CENSUS-COURSE
               VARYING WS-CENSUS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-CENSUS-COURSE-INDEX IS GREATER THAN
                   WS-CENSUS-COURSE-COUNT.
           IF WS-CM-OK OR WS-COURSE-MASTER-STATUS = "23"
               CLOSE COURSE-MASTER-FILE
           END-IF.

       3410-CHECK-ONE-CENSUS-COURSE.
           MOVE "N" TO WS-ORPHAN-SWITCH.
           IF WS-COURSE-MASTER-STATUS IS EQUAL TO "35"
               SET WS-COURSE-IS-ORPHAN TO TRUE
           ELSE
               MOVE WS-CC-COURSE-CODE (WS-CENSUS-COURSE-INDEX)
                   TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       SET WS-COURSE-IS-ORPHAN TO TRUE
               END-READ
           END-IF.
           IF WS-COURSE-IS-ORPHAN
               MOVE WS-CC-COURSE-CODE (WS-CENSUS-COURSE-INDEX)
                   TO WS-PREV-COURSE-CODE
               MOVE WS-CC-SEATS (WS-CENSUS-COURSE-INDEX)
                   TO WS-ORPHAN-COUNT
               PERFORM 3300-WRITE-EXCEPTION-LINE
           END-IF.

       4000-WRITE-TRAILERS.
           WRITE CAPACITY-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "COURSES REPORTED -     " TO WS-TL-LABEL.
