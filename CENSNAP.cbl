       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSNAP.
      *****************************************************************
      *  Census-date enrollment snapshot and FTE report.  The counts
      *  reported to the state are the ones standing on the term's
      *  census date -- the close of add/drop, TM-ADD-DROP-END on the
      *  Term Master -- but ENROLL keeps moving after that.  This job
      *  freezes the term: every live enrollment (W-graded records
      *  hold no seat, as CAPRPT counts) is copied with its CRSMSTR
      *  credit hours onto the permanent CENSUS file (CENSUS.cpy),
      *  and the CENSRPT report prints, by course and in total, the
      *  enrollments, credit hours, and full-time equivalents, plus
      *  the term's distinct student headcount.  The report is always
      *  printed from the CENSUS file, never from ENROLL, so a rerun
      *  weeks later prints the same census figures.
      *
      *  The PARM carries blank-separated options, either or both:
      *      TERM=tttttt    the term to snapshot (default the Term
      *                     Master's current term)
      *      FORCE          replace a snapshot already on file
      *  A snapshot is refused (RC 8) before the census date, since
      *  add/drop is still open.  A term already on CENSUS is not
      *  snapshotted again (RC 4, the existing snapshot reprints)
      *  unless FORCE is given, in which case its records are
      *  deleted and the term is taken afresh.
      *
      *  One FTE is the credit hours of a full-time load, from the
      *  one-record FTELOAD control file (two digits); with no
      *  FTELOAD the shop's 15 hours stands.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "CENSUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CE-KEY
               FILE STATUS IS WS-CENSUS-STATUS.
           SELECT FTE-LOAD-FILE ASSIGN TO "FTELOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FTELOAD-STATUS.
           SELECT CENSUS-REPORT-FILE ASSIGN TO "CENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSRPT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  CENSUS-FILE.
           COPY CENSUS.
       FD  FTE-LOAD-FILE.
       01  FTE-LOAD-RECORD             PIC 9(02).
       FD  CENSUS-REPORT-FILE.
       01  CENSUS-REPORT-LINE          PIC X(80).
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-COURSE-CODE          PIC X(06).
           05  SW-CREDIT-HOURS         PIC 9(02).
       WORKING-STORAGE SECTION.
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-CENSUS-STATUS         PIC X(02) VALUE "00".
               88 WS-CE-OK             VALUE "00".
           01 WS-FTELOAD-STATUS        PIC X(02) VALUE "00".
           01 WS-CENSRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-CENSUS-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-CENSUS     VALUE "Y".
           01 WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-SORT       VALUE "Y".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-FORCE-SWITCH          PIC X(01) VALUE "N".
               88 WS-FORCE-RETAKE      VALUE "Y".
           01 WS-SNAPSHOT-SWITCH       PIC X(01) VALUE "N".
               88 WS-SNAPSHOT-ON-FILE  VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-CENSUS-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-CENSUS-IS-OPEN    VALUE "Y".
           01 WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
               88 WS-FIRST-RECORD      VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-REPORT-TERM           PIC X(06) VALUE SPACES.
           01 WS-SNAPSHOT-DATE         PIC 9(08) VALUE ZERO.
           01 WS-CENSUS-DATE           PIC 9(08) VALUE ZERO.
           01 WS-FTE-LOAD              PIC 9(02) VALUE 15.
           01 WS-PREV-STUDENT-ID       PIC 9(7) VALUE ZERO.
           01 WS-PREV-COURSE-CODE      PIC X(06) VALUE SPACES.
           01 WS-SNAPSHOT-COUNT        PIC 9(07) VALUE ZERO.
           01 WS-DELETED-COUNT         PIC 9(07) VALUE ZERO.
           01 WS-COURSE-ENROLLMENTS    PIC 9(07) VALUE ZERO.
           01 WS-COURSE-HOURS          PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-HEADCOUNT       PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-ENROLLMENTS     PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-HOURS           PIC 9(07) VALUE ZERO.
           01 WS-TOTAL-COURSES         PIC 9(07) VALUE ZERO.
           01 WS-FTE                   PIC 9(07)V99 VALUE ZERO.
           01 CEN-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-PARM-TOKEN-1          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN-2          PIC X(20) VALUE SPACES.
           01 WS-PARM-TOKEN            PIC X(20) VALUE SPACES.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "CENSNAP - CENSUS DATE ENROLLMENT".
               05 FILLER                PIC X(06) VALUE "REPORT".
               05 FILLER                PIC X(06) VALUE " TERM ".
               05 WS-RH-TERM            PIC X(06).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(13) VALUE "CENSUS DATE ".
               05 WS-RH-CENSUS-DATE     PIC 9(08).
               05 FILLER                PIC X(18) VALUE
                   "   SNAPSHOT TAKEN ".
               05 WS-RH-SNAPSHOT-DATE   PIC 9(08).
               05 FILLER                PIC X(14) VALUE
                   "   FTE HOURS ".
               05 WS-RH-FTE-LOAD        PIC Z9.
           01 WS-STATUS-LINE.
               05 FILLER                PIC X(08) VALUE "STATUS: ".
               05 WS-SL-TEXT            PIC X(60).
           01 WS-REPORT-HEADING-3.
               05 FILLER                PIC X(10) VALUE "COURSE".
               05 FILLER                PIC X(13) VALUE "ENROLLMENTS".
               05 FILLER                PIC X(14) VALUE "CREDIT HOURS".
               05 FILLER                PIC X(03) VALUE "FTE".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-ENROLLMENTS     PIC ZZZZZZ9.
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RD-HOURS           PIC ZZZZZZ9.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-FTE             PIC ZZZZZZ9.99.
           01 WS-TOTAL-LINE.
               05 WS-TO-LABEL           PIC X(23).
               05 WS-TO-COUNT           PIC ZZZZZZ9.
           01 WS-FTE-TOTAL-LINE.
               05 WS-FT-LABEL           PIC X(23).
               05 WS-FT-AMOUNT          PIC ZZZZZZ9.99.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CEN-PARM-TEXT FROM COMMAND-LINE.
           PERFORM 1000-PROCESS-PARM.
           PERFORM 1200-LOAD-FTE-LOAD.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           PERFORM 1300-FIND-TERM.
           MOVE WS-REPORT-TERM TO WS-RH-TERM.
           WRITE CENSUS-REPORT-LINE FROM WS-REPORT-HEADING-1.
           IF NOT WS-TERM-FOUND
               MOVE "TERM NOT ON TERMMSTR - NO SNAPSHOT" TO WS-SL-TEXT
               WRITE CENSUS-REPORT-LINE FROM WS-STATUS-LINE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 1500-OPEN-CENSUS
               IF WS-CENSUS-IS-OPEN
                   PERFORM 2000-CHECK-PRIOR-SNAPSHOT
                   PERFORM 2100-DECIDE-SNAPSHOT
                   PERFORM 3000-PRINT-CENSUS-REPORT
                   CLOSE CENSUS-FILE
               END-IF
           END-IF.
           CLOSE CENSUS-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-PROCESS-PARM.
           UNSTRING CEN-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
           MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
           PERFORM 1100-APPLY-PARM-TOKEN.
           MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
           PERFORM 1100-APPLY-PARM-TOKEN.

       1100-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(1:5) IS EQUAL TO "TERM="
                   MOVE WS-PARM-TOKEN(6:6) TO WS-REPORT-TERM
               WHEN WS-PARM-TOKEN(1:5) IS EQUAL TO "FORCE"
                   SET WS-FORCE-RETAKE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-LOAD-FTE-LOAD.
           OPEN INPUT FTE-LOAD-FILE.
           IF WS-FTELOAD-STATUS IS EQUAL TO "00"
               READ FTE-LOAD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FTE-LOAD-RECORD IS NUMERIC
                           AND FTE-LOAD-RECORD IS GREATER THAN ZERO
                           MOVE FTE-LOAD-RECORD TO WS-FTE-LOAD
                       END-IF
               END-READ
               CLOSE FTE-LOAD-FILE
           END-IF.

      *----------------------------------------------------------------
      * A named term is read directly; otherwise the Term Master is
      * browsed for the current-term flag.  Either way the record
      * found supplies the census date, kept in WS-CENSUS-DATE
      * since the Term Master is closed again here.
      *----------------------------------------------------------------
       1300-FIND-TERM.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               IF WS-REPORT-TERM IS NOT EQUAL TO SPACES
                   MOVE WS-REPORT-TERM TO TM-TERM-CODE
                   READ TERM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TM-ADD-DROP-END TO WS-CENSUS-DATE
                           SET WS-TERM-FOUND TO TRUE
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO TM-TERM-CODE
                   START TERM-MASTER-FILE
                       KEY IS NOT LESS THAN TM-TERM-CODE
                       INVALID KEY
                           SET WS-END-OF-TERMS TO TRUE
                   END-START
                   PERFORM 1400-SCAN-ONE-TERM UNTIL WS-END-OF-TERMS
               END-IF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1400-SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TERMS TO TRUE
               NOT AT END
                   IF TM-CURRENT-TERM
                       MOVE TM-TERM-CODE TO WS-REPORT-TERM
                       MOVE TM-ADD-DROP-END TO WS-CENSUS-DATE
                       SET WS-TERM-FOUND TO TRUE
                       SET WS-END-OF-TERMS TO TRUE
                   END-IF
           END-READ.

       1500-OPEN-CENSUS.
           OPEN I-O CENSUS-FILE.
           IF WS-CENSUS-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CENSUS-FILE
               CLOSE CENSUS-FILE
               OPEN I-O CENSUS-FILE
           END-IF.
           IF WS-CE-OK
               SET WS-CENSUS-IS-OPEN TO TRUE
           ELSE
               MOVE "CENSUS FILE WILL NOT OPEN - NO SNAPSHOT"
                   TO WS-SL-TEXT
               WRITE CENSUS-REPORT-LINE FROM WS-STATUS-LINE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Positions on the term's first CENSUS record, if it has one.
      *----------------------------------------------------------------
       2000-CHECK-PRIOR-SNAPSHOT.
           MOVE "N" TO WS-SNAPSHOT-SWITCH.
           PERFORM 2010-START-TERM-RECORDS.
           IF NOT WS-END-OF-CENSUS
               READ CENSUS-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-CENSUS TO TRUE
               END-READ
           END-IF.
           IF NOT WS-END-OF-CENSUS
               AND CE-TERM IS EQUAL TO WS-REPORT-TERM
               SET WS-SNAPSHOT-ON-FILE TO TRUE
               MOVE CE-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
           END-IF.

       2010-START-TERM-RECORDS.
           MOVE "N" TO WS-CENSUS-EOF-SWITCH.
           MOVE WS-REPORT-TERM TO CE-TERM.
           MOVE ZERO TO CE-STUDENT-ID.
           MOVE LOW-VALUES TO CE-COURSE-CODE.
           START CENSUS-FILE
               KEY IS NOT LESS THAN CE-KEY
               INVALID KEY
                   SET WS-END-OF-CENSUS TO TRUE
           END-START.

      *----------------------------------------------------------------
      * A frozen term stays frozen unless FORCE says otherwise; an
      * open add/drop window means there is no census to take yet.
      *----------------------------------------------------------------
       2100-DECIDE-SNAPSHOT.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-ON-FILE AND NOT WS-FORCE-RETAKE
                   MOVE "SNAPSHOT ALREADY ON FILE - NOT RETAKEN"
                       TO WS-SL-TEXT
                   MOVE 4 TO WS-RETURN-CODE
               WHEN WS-RUN-DATE IS LESS THAN WS-CENSUS-DATE
                   MOVE "CENSUS DATE NOT REACHED - NO SNAPSHOT"
                       TO WS-SL-TEXT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   IF WS-SNAPSHOT-ON-FILE
                       PERFORM 2200-DELETE-PRIOR-SNAPSHOT
                       MOVE "PRIOR SNAPSHOT REPLACED (FORCE)"
                           TO WS-SL-TEXT
                   ELSE
                       MOVE "SNAPSHOT TAKEN" TO WS-SL-TEXT
                   END-IF
                   PERFORM 2300-TAKE-SNAPSHOT
           END-EVALUATE.
           WRITE CENSUS-REPORT-LINE FROM WS-STATUS-LINE.

       2200-DELETE-PRIOR-SNAPSHOT.
           PERFORM 2010-START-TERM-RECORDS.
           PERFORM 2210-DELETE-ONE-RECORD UNTIL WS-END-OF-CENSUS.
           MOVE "N" TO WS-SNAPSHOT-SWITCH.

       2210-DELETE-ONE-RECORD.
           READ CENSUS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CENSUS TO TRUE
           END-READ.
           IF NOT WS-END-OF-CENSUS
               IF CE-TERM IS NOT EQUAL TO WS-REPORT-TERM
                   SET WS-END-OF-CENSUS TO TRUE
               ELSE
                   DELETE CENSUS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED-COUNT
                   END-DELETE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One pass of ENROLL; each live enrollment in the term goes onto
      * CENSUS with the credit hours the catalog gives it today.  A
      * course not on CRSMSTR freezes at zero hours, as the billing
      * and GPA jobs weigh the same gap.
      *----------------------------------------------------------------
       2300-TAKE-SNAPSHOT.
           MOVE WS-RUN-DATE TO WS-SNAPSHOT-DATE.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               PERFORM 2310-SNAPSHOT-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-SNAPSHOT-COUNT IS GREATER THAN ZERO
               SET WS-SNAPSHOT-ON-FILE TO TRUE
           END-IF.

       2310-SNAPSHOT-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               AND EN-TERM IS EQUAL TO WS-REPORT-TERM
               AND EN-GRADE(1:1) IS NOT EQUAL TO "W"
               MOVE SPACES TO CENSUS-RECORD
               MOVE EN-TERM TO CE-TERM
               MOVE EN-STUDENT-ID TO CE-STUDENT-ID
               MOVE EN-COURSE-CODE TO CE-COURSE-CODE
               MOVE EN-SECTION TO CE-SECTION
               MOVE ZERO TO CE-CREDIT-HOURS
               IF WS-COURSE-IS-OPEN
                   MOVE EN-COURSE-CODE TO CM-COURSE-CODE
                   READ COURSE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CM-CREDIT-HOURS TO CE-CREDIT-HOURS
                   END-READ
               END-IF
               MOVE WS-CENSUS-DATE TO CE-CENSUS-DATE
               MOVE WS-RUN-DATE TO CE-SNAPSHOT-DATE
               WRITE CENSUS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SNAPSHOT-COUNT
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * The figures come off CENSUS alone.  The term's records arrive
      * in student order, which gives the distinct headcount on the
      * way into a sort by course for the course lines.
      *----------------------------------------------------------------
       3000-PRINT-CENSUS-REPORT.
           MOVE WS-CENSUS-DATE TO WS-RH-CENSUS-DATE.
           MOVE WS-SNAPSHOT-DATE TO WS-RH-SNAPSHOT-DATE.
           MOVE WS-FTE-LOAD TO WS-RH-FTE-LOAD.
           WRITE CENSUS-REPORT-LINE FROM WS-REPORT-HEADING-2.
           WRITE CENSUS-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE CENSUS-REPORT-LINE FROM WS-REPORT-HEADING-3.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COURSE-CODE
               INPUT PROCEDURE IS 3100-RELEASE-SNAPSHOT
               OUTPUT PROCEDURE IS 3300-TOTAL-BY-COURSE.
           PERFORM 3600-WRITE-TOTALS.

       3100-RELEASE-SNAPSHOT.
           PERFORM 2010-START-TERM-RECORDS.
           PERFORM 3200-RELEASE-ONE-RECORD UNTIL WS-END-OF-CENSUS.

       3200-RELEASE-ONE-RECORD.
           READ CENSUS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CENSUS TO TRUE
           END-READ.
           IF NOT WS-END-OF-CENSUS
               IF CE-TERM IS NOT EQUAL TO WS-REPORT-TERM
                   SET WS-END-OF-CENSUS TO TRUE
               ELSE
                   IF WS-TOTAL-ENROLLMENTS IS EQUAL TO ZERO
                       OR CE-STUDENT-ID IS NOT EQUAL TO
                           WS-PREV-STUDENT-ID
                       ADD 1 TO WS-TOTAL-HEADCOUNT
                       MOVE CE-STUDENT-ID TO WS-PREV-STUDENT-ID
                   END-IF
                   ADD 1 TO WS-TOTAL-ENROLLMENTS
                   ADD CE-CREDIT-HOURS TO WS-TOTAL-HOURS
                   MOVE CE-COURSE-CODE TO SW-COURSE-CODE
                   MOVE CE-CREDIT-HOURS TO SW-CREDIT-HOURS
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

       3300-TOTAL-BY-COURSE.
           PERFORM 3400-RETURN-SORTED-RECORD.
           PERFORM 3500-TALLY-ONE UNTIL WS-END-OF-SORT.
           IF NOT WS-FIRST-RECORD
               PERFORM 3550-WRITE-COURSE-LINE
           END-IF.

       3400-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       3500-TALLY-ONE.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
               MOVE SW-COURSE-CODE TO WS-PREV-COURSE-CODE
           END-IF.
           IF SW-COURSE-CODE IS NOT EQUAL TO WS-PREV-COURSE-CODE
               PERFORM 3550-WRITE-COURSE-LINE
               MOVE SW-COURSE-CODE TO WS-PREV-COURSE-CODE
           END-IF.
           ADD 1 TO WS-COURSE-ENROLLMENTS.
           ADD SW-CREDIT-HOURS TO WS-COURSE-HOURS.
           PERFORM 3400-RETURN-SORTED-RECORD.

       3550-WRITE-COURSE-LINE.
           ADD 1 TO WS-TOTAL-COURSES.
           MOVE WS-PREV-COURSE-CODE TO WS-RD-COURSE-CODE.
           MOVE WS-COURSE-ENROLLMENTS TO WS-RD-ENROLLMENTS.
           MOVE WS-COURSE-HOURS TO WS-RD-HOURS.
           COMPUTE WS-FTE ROUNDED = WS-COURSE-HOURS / WS-FTE-LOAD.
           MOVE WS-FTE TO WS-RD-FTE.
           WRITE CENSUS-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           MOVE ZERO TO WS-COURSE-ENROLLMENTS.
           MOVE ZERO TO WS-COURSE-HOURS.

       3600-WRITE-TOTALS.
           WRITE CENSUS-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "COURSES -              " TO WS-TO-LABEL.
           MOVE WS-TOTAL-COURSES TO WS-TO-COUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "STUDENT HEADCOUNT -    " TO WS-TO-LABEL.
           MOVE WS-TOTAL-HEADCOUNT TO WS-TO-COUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "ENROLLMENTS -          " TO WS-TO-LABEL.
           MOVE WS-TOTAL-ENROLLMENTS TO WS-TO-COUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "CREDIT HOURS -         " TO WS-TO-LABEL.
           MOVE WS-TOTAL-HOURS TO WS-TO-COUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "FULL-TIME EQUIVALENT - " TO WS-FT-LABEL.
           COMPUTE WS-FTE ROUNDED = WS-TOTAL-HOURS / WS-FTE-LOAD.
           MOVE WS-FTE TO WS-FT-AMOUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-FTE-TOTAL-LINE.
           IF WS-DELETED-COUNT IS GREATER THAN ZERO
               MOVE "PRIOR RECORDS DELETED -" TO WS-TO-LABEL
               MOVE WS-DELETED-COUNT TO WS-TO-COUNT
               WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.
           MOVE "RECORDS SNAPSHOTTED -  " TO WS-TO-LABEL.
           MOVE WS-SNAPSHOT-COUNT TO WS-TO-COUNT.
           WRITE CENSUS-REPORT-LINE FROM WS-TOTAL-LINE.

       END PROGRAM CENSNAP.
