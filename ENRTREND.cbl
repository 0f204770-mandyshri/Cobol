      *  same assumption TERMROLL's report makes.  A course not on
      *  CRSMSTR produces zero credit hours, as the GPA and billing
      *  jobs weigh the same gap.
      *
      *  A term CENSNAP has frozen is counted from its CENSUS snapshot
      *  instead: the term's enrollments, credit hours (the CRSMSTR
      *  hours frozen with each record), and headcount are the
      *  census-date figures reported to the state, not whatever
      *  ENROLL and ENRHIST hold for it now.  Completions and W and I
      *  counts still come from the grades on ENROLL and ENRHIST,
      *  since the snapshot predates them.  A frozen term's heading
      *  says it was counted from the census.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "CENSUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-CENSUS-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRENDRPT-STATUS.
           COPY ENRHIST.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  CENSUS-FILE.
           COPY CENSUS.
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE           PIC X(100).
       SD  SORT-WORK-FILE.
           05  SW-TERM                 PIC X(06).
           05  SW-SORT-FIELD           PIC X(13).
           05  SW-GRADE                PIC X(02).
      *    "L" a live or history enrollment counted in full, "G" one in
      *    a frozen term that counts only for its grade, "C" a census
      *    snapshot record carrying its frozen credit hours.
           05  SW-SOURCE               PIC X(01).
               88  SW-FROM-LIVE        VALUE "L".
               88  SW-GRADE-ONLY       VALUE "G".
               88  SW-FROM-CENSUS      VALUE "C".
           05  SW-CREDIT-HOURS         PIC 9(02).
       WORKING-STORAGE SECTION.
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS        PIC X(02) VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-TRENDRPT-STATUS       PIC X(02) VALUE "00".
           01 WS-CENSUS-STATUS         PIC X(02) VALUE "00".
               88 WS-CE-OK             VALUE "00".
           01 WS-CENSUS-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-CENSUS     VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-LOOKUP-TERM           PIC X(06) VALUE SPACES.
           01 WS-CENSUS-TERM-TABLE.
               05 WS-CENSUS-TERM        PIC X(06) OCCURS 20 TIMES.
           01 WS-CENSUS-TERM-COUNT     PIC 9(02) COMP VALUE ZERO.
           01 WS-CENSUS-TERM-INDEX     PIC 9(02) COMP VALUE ZERO.
           01 WS-FROZEN-SWITCH         PIC X(01) VALUE "N".
               88 WS-TERM-IS-FROZEN    VALUE "Y".
           01 WS-WORK-RATE             PIC 9(03)V9 VALUE ZERO.
           01 WS-PREV-ENROLLMENTS      PIC 9(05) COMP VALUE ZERO.
           01 WS-CHANGE-PERCENT        PIC S9(05)V9 VALUE ZERO.
           01 WS-TERM-HEADING-LINE.
               05 FILLER                PIC X(06) VALUE "TERM: ".
               05 WS-TH-TERM            PIC X(06).
               05 WS-TH-SOURCE          PIC X(30).
           01 WS-COURSE-HEADING-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(08) VALUE "COURSE".
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           PERFORM 1700-LOAD-CENSUS-TERMS.
           SET WS-COURSE-PASS TO TRUE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERM
           SET WS-STUDENT-PASS TO TRUE.
           MOVE "N" TO WS-ENROLL-EOF-SWITCH.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           MOVE "N" TO WS-CENSUS-EOF-SWITCH.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERM
           STOP RUN.

      *----------------------------------------------------------------
      * Feeds the sort from both files and the census snapshot.  The
      * course pass releases term/course/grade; the student pass
      * releases term/student.  A frozen term's heads and enrollments
      * come from CENSUS alone, so its ENROLL and ENRHIST records go
      * to the course pass for their grades only and are kept out of
      * the student pass.  Any file missing simply releases nothing
      * from it.
      *----------------------------------------------------------------
       1000-RELEASE-ALL-RECORDS.
           OPEN INPUT ENROLLMENT-FILE.
                   UNTIL WS-END-OF-HISTORY
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.
           IF WS-CENSUS-TERM-COUNT IS GREATER THAN ZERO
               OPEN INPUT CENSUS-FILE
               IF WS-CE-OK
                   PERFORM 1600-READ-CENSUS
                   PERFORM 1500-RELEASE-CENSUS
                       UNTIL WS-END-OF-CENSUS
                   CLOSE CENSUS-FILE
               END-IF
           END-IF.

       1100-READ-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               MOVE EN-STUDENT-ID TO SW-SORT-FIELD(1:7)
           END-IF.
           MOVE EN-GRADE TO SW-GRADE.
           PERFORM 1800-RELEASE-LIVE-RECORD.
           PERFORM 1100-READ-ENROLLMENT.

       1300-READ-HISTORY.
               MOVE EH-STUDENT-ID TO SW-SORT-FIELD(1:7)
           END-IF.
           MOVE EH-GRADE TO SW-GRADE.
           PERFORM 1800-RELEASE-LIVE-RECORD.
           PERFORM 1300-READ-HISTORY.

       1500-RELEASE-CENSUS.
           MOVE CE-TERM TO SW-TERM.
           MOVE SPACES TO SW-SORT-FIELD.
           IF WS-COURSE-PASS
               MOVE CE-COURSE-CODE TO SW-SORT-FIELD
           ELSE
               MOVE CE-STUDENT-ID TO SW-SORT-FIELD(1:7)
           END-IF.
           MOVE SPACES TO SW-GRADE.
           SET SW-FROM-CENSUS TO TRUE.
           MOVE CE-CREDIT-HOURS TO SW-CREDIT-HOURS.
           RELEASE SORT-WORK-RECORD.
           PERFORM 1600-READ-CENSUS.

       1600-READ-CENSUS.
           READ CENSUS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CENSUS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * One pass of CENSUS up front notes which terms are frozen.
      * The file is in term order, so a change of term is a new one.
      *----------------------------------------------------------------
       1700-LOAD-CENSUS-TERMS.
           MOVE ZERO TO WS-CENSUS-TERM-COUNT.
           MOVE "N" TO WS-CENSUS-EOF-SWITCH.
           OPEN INPUT CENSUS-FILE.
           IF WS-CE-OK
               PERFORM 1600-READ-CENSUS
               PERFORM 1710-NOTE-CENSUS-TERM
                   UNTIL WS-END-OF-CENSUS
               CLOSE CENSUS-FILE
           END-IF.
           MOVE "N" TO WS-CENSUS-EOF-SWITCH.

       1710-NOTE-CENSUS-TERM.
           IF WS-CENSUS-TERM-COUNT IS EQUAL TO ZERO
               OR CE-TERM IS NOT EQUAL TO
                   WS-CENSUS-TERM (WS-CENSUS-TERM-COUNT)
               IF WS-CENSUS-TERM-COUNT IS LESS THAN 20
                   ADD 1 TO WS-CENSUS-TERM-COUNT
                   MOVE CE-TERM
                       TO WS-CENSUS-TERM (WS-CENSUS-TERM-COUNT)
               END-IF
           END-IF.
           PERFORM 1600-READ-CENSUS.

      *----------------------------------------------------------------
      * An ENROLL or ENRHIST record in a frozen term goes to the
      * course pass for its grade only, and not to the student pass.
      *----------------------------------------------------------------
       1800-RELEASE-LIVE-RECORD.
           MOVE SW-TERM TO WS-LOOKUP-TERM.
           PERFORM 6300-CHECK-FROZEN-TERM.
           MOVE ZERO TO SW-CREDIT-HOURS.
           IF WS-TERM-IS-FROZEN
               IF WS-COURSE-PASS
                   SET SW-GRADE-ONLY TO TRUE
                   RELEASE SORT-WORK-RECORD
               END-IF
           ELSE
               SET SW-FROM-LIVE TO TRUE
               RELEASE SORT-WORK-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Course-ordered pass: per-course lines under each term
      * heading, per-term totals accumulated in the term table for
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SW-FROM-CENSUS
                   ADD 1 TO WS-CRS-ENROLLMENTS
                   ADD SW-CREDIT-HOURS TO WS-CRS-CREDITS
               WHEN SW-FROM-LIVE
                   ADD 1 TO WS-CRS-ENROLLMENTS
                   PERFORM 3300-GET-CREDIT-HOURS
                   ADD WS-COURSE-CREDITS TO WS-CRS-CREDITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE SW-GRADE(1:1)
               WHEN "A"
               WHEN "B"
       3700-OPEN-TERM.
           MOVE SW-TERM TO WS-PREV-TERM.
           MOVE SW-TERM TO WS-TH-TERM.
           MOVE SW-TERM TO WS-LOOKUP-TERM.
           PERFORM 6300-CHECK-FROZEN-TERM.
           IF WS-TERM-IS-FROZEN
               MOVE "  (FROM CENSUS SNAPSHOT)" TO WS-TH-SOURCE
           ELSE
               MOVE SPACES TO WS-TH-SOURCE
           END-IF.
           WRITE TREND-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE TREND-REPORT-LINE FROM WS-TERM-HEADING-LINE.
           WRITE TREND-REPORT-LINE FROM WS-COURSE-HEADING-LINE.
               SET WS-TERM-FOUND TO TRUE
           END-IF.

       6300-CHECK-FROZEN-TERM.
           MOVE "N" TO WS-FROZEN-SWITCH.
           PERFORM 6400-MATCH-ONE-CENSUS-TERM
               VARYING WS-CENSUS-TERM-INDEX FROM 1 BY 1
               UNTIL WS-TERM-IS-FROZEN
               OR WS-CENSUS-TERM-INDEX IS GREATER THAN
                   WS-CENSUS-TERM-COUNT.

       6400-MATCH-ONE-CENSUS-TERM.
           IF WS-CENSUS-TERM (WS-CENSUS-TERM-INDEX)
                   IS EQUAL TO WS-LOOKUP-TERM
               SET WS-TERM-IS-FROZEN TO TRUE
           END-IF.

       END PROGRAM ENRTREND.
