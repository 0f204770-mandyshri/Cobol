       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRVERIF.
      *****************************************************************
      *  Monthly enrollment verification submission to the student
      *  clearinghouse.  Lenders and insurers confirm a student's
      *  enrollment status there instead of calling the registrar's
      *  desk, so every month this job reports each enrolled student
      *  for the current term:
      *
      *      an SM-ACTIVE student is classified on the credit hours
      *          of their live (non-W) ENROLL records in the term,
      *          priced from CRSMSTR -- F full-time at or above the
      *          full-time threshold, H half-time at or above the
      *          half-time threshold, L less than half-time below it;
      *      a student who has left the term -- SM-WITHDRAWN with
      *          enrollments in it, or SM-ACTIVE with every one of
      *          them W-graded -- is reported W, carrying the date of
      *          the withdrawal: for SM-WITHDRAWN the date UTIL set
      *          the status, off STUAUDIT; otherwise the date the last
      *          W grade was posted, off the GRDP events on NOTIFYQ.
      *
      *  Students with no enrollment in the term are not reported.
      *  The thresholds come from the two-record CLRTHRSH control file
      *  in RATETBL's shape (full-time hours, then half-time hours,
      *  two digits each); missing or short, 12 and 6 stand.
      *
      *  The fixed-format CLRFILE submission (copybook CLRSUBM.cpy)
      *  carries a header, one detail per student, and a trailer with
      *  the detail count and the count at each status.  What was
      *  reported is kept on CLRHIST (copybook CLRHIST.cpy, created on
      *  first use), so the CLRXRPT exceptions list can show every
      *  student whose status changed since the last submission, who
      *  is reported for the first time, or who was reported last
      *  time and is not now (their history is then removed).
      *
      *  The term comes from the PARM (six characters); blank means
      *  the Term Master's current term.  A term not on TERMMSTR, or
      *  a CLRHIST that will not open, writes no file and ends RC 8.
      *  Withdrawal dates that could not all be tabled end RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT STUDENT-AUDIT-FILE ASSIGN TO "STUAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUAUDIT-STATUS.
           SELECT NOTIFICATION-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NQ-SEQUENCE
               FILE STATUS IS WS-NOTIFYQ-STATUS.
           SELECT CLR-HISTORY-FILE ASSIGN TO "CLRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-STUDENT-ID
               FILE STATUS IS WS-CLRHIST-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "CLRTHRSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRTHRSH-STATUS.
           SELECT CLR-SUBMISSION-FILE ASSIGN TO "CLRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRFILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CLRXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRXRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  STUDENT-AUDIT-FILE.
           COPY STUAUDIT.
       FD  NOTIFICATION-QUEUE.
           COPY NOTIFYQ.
       FD  CLR-HISTORY-FILE.
           COPY CLRHIST.
       FD  THRESHOLD-FILE.
       01  THRESHOLD-RECORD            PIC 9(02).
       FD  CLR-SUBMISSION-FILE.
           COPY CLRSUBM.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-STUAUDIT-STATUS       PIC X(02) VALUE "00".
               88 WS-AUDIT-OK          VALUE "00".
           01 WS-NOTIFYQ-STATUS        PIC X(02) VALUE "00".
               88 WS-NQ-OK             VALUE "00".
           01 WS-CLRHIST-STATUS        PIC X(02) VALUE "00".
               88 WS-CH-OK             VALUE "00".
           01 WS-CLRTHRSH-STATUS       PIC X(02) VALUE "00".
           01 WS-CLRFILE-STATUS        PIC X(02) VALUE "00".
           01 WS-CLRXRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-MASTER     VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-TERM-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-TERMS      VALUE "Y".
           01 WS-AUDIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-AUDIT      VALUE "Y".
           01 WS-QUEUE-EOF-SWITCH      PIC X(01) VALUE "N".
               88 WS-END-OF-QUEUE      VALUE "Y".
           01 WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-HISTORY    VALUE "Y".
           01 WS-TERM-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-TERM-FOUND        VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN   VALUE "Y".
           01 WS-HISTORY-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-HISTORY-FOUND     VALUE "Y".
           01 WS-WITHDRAWAL-FOUND-SWITCH
                                       PIC X(01) VALUE "N".
               88 WS-WITHDRAWAL-FOUND  VALUE "Y".
           01 WS-TABLE-FULL-SWITCH     PIC X(01) VALUE "N".
               88 WS-TABLE-FULL        VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-REPORT-TERM           PIC X(06) VALUE SPACES.
           01 WS-FULL-TIME-HOURS       PIC 9(02) VALUE 12.
           01 WS-HALF-TIME-HOURS       PIC 9(02) VALUE 6.
           01 WS-THRESHOLD-COUNT-READ  PIC 9(02) VALUE ZERO.
           01 WS-TERM-START-DATE       PIC 9(08) VALUE ZERO.
           01 WS-TERM-END-DATE         PIC 9(08) VALUE ZERO.
           01 WS-STUDENT-HOURS         PIC 9(03) VALUE ZERO.
           01 WS-TERM-RECORD-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-LIVE-RECORD-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-ENROLLMENT-STATUS-CODE
                                       PIC X(01) VALUE SPACE.
               88 WS-ENR-FULL-TIME     VALUE "F".
               88 WS-ENR-HALF-TIME     VALUE "H".
               88 WS-ENR-LESS-THAN-HALF
                                       VALUE "L".
               88 WS-ENR-WITHDRAWN     VALUE "W".
               88 WS-ENR-NOT-REPORTED  VALUE SPACE.
           01 WS-WITHDRAWAL-DATE       PIC 9(08) VALUE ZERO.
           01 WS-WITHDRAWAL-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-WITHDRAWAL-INDEX      PIC 9(05) COMP VALUE ZERO.
           01 WS-LOOKUP-STUDENT-ID     PIC 9(7) VALUE ZERO.
           01 WS-WITHDRAWAL-TABLE.
               05 WS-WITHDRAWAL-ENTRY OCCURS 3000 TIMES.
                   10 WS-WT-STUDENT-ID   PIC 9(7).
                   10 WS-WT-STATUS-DATE  PIC 9(08).
                   10 WS-WT-GRADE-DATE   PIC 9(08).
           01 WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-FULL-TIME-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-HALF-TIME-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-LESS-THAN-HALF-COUNT  PIC 9(07) VALUE ZERO.
           01 WS-WITHDRAWN-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-CHANGED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-NEW-COUNT             PIC 9(05) COMP VALUE ZERO.
           01 WS-DROPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 CLR-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "ENRVERIF - CLEARINGHOUSE STATUS".
               05 FILLER                PIC X(16) VALUE
                   "EXCEPTIONS TERM ".
               05 WS-RH-TERM            PIC X(06).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(31) VALUE "NAME".
               05 FILLER                PIC X(10) VALUE "LAST SENT".
               05 FILLER                PIC X(09) VALUE "NOW".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-PRIOR-TERM      PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-PRIOR-STATUS    PIC X(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-TERM            PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-STATUS          PIC X(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-STATUS-LINE.
               05 FILLER                PIC X(08) VALUE "STATUS: ".
               05 WS-SL-TEXT            PIC X(60).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-RETURN-CODE IS LESS THAN 8
               PERFORM 1500-LOAD-WITHDRAWAL-DATES
               OPEN OUTPUT CLR-SUBMISSION-FILE
               PERFORM 1900-WRITE-HEADER
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-SM-OK
                   PERFORM 2000-READ-STUDENT
                   PERFORM 2100-REPORT-ONE-STUDENT
                       UNTIL WS-END-OF-MASTER
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               PERFORM 3000-LIST-DROPPED-STUDENTS
               PERFORM 3900-WRITE-TRAILER
               CLOSE CLR-SUBMISSION-FILE
               PERFORM 4000-FINISH
           END-IF.
           CLOSE EXCEPTION-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CLR-PARM-TEXT FROM COMMAND-LINE.
           MOVE CLR-PARM-TEXT(1:6) TO WS-REPORT-TERM.
           PERFORM 1100-LOAD-THRESHOLDS.
           PERFORM 1200-FIND-TERM.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-REPORT-TERM TO WS-RH-TERM.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADING-1.
           IF NOT WS-TERM-FOUND
               MOVE "TERM NOT ON TERMMSTR - NO SUBMISSION WRITTEN"
                   TO WS-SL-TEXT
               WRITE EXCEPTION-REPORT-LINE FROM WS-STATUS-LINE
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN I-O CLR-HISTORY-FILE
               IF WS-CLRHIST-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT CLR-HISTORY-FILE
                   CLOSE CLR-HISTORY-FILE
                   OPEN I-O CLR-HISTORY-FILE
               END-IF
               IF WS-CH-OK
                   SET WS-HISTORY-IS-OPEN TO TRUE
                   WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADING-2
               ELSE
                   MOVE "CLRHIST WILL NOT OPEN - NO SUBMISSION WRITTEN"
                       TO WS-SL-TEXT
                   WRITE EXCEPTION-REPORT-LINE FROM WS-STATUS-LINE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CLRTHRSH carries the full-time hours and then the half-time
      * hours.  Missing or short, the defaults already in
      * WORKING-STORAGE stand.
      *----------------------------------------------------------------
       1100-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-CLRTHRSH-STATUS IS EQUAL TO "00"
               PERFORM 1110-READ-THRESHOLD
                   UNTIL WS-CLRTHRSH-STATUS IS NOT EQUAL TO "00"
                   OR WS-THRESHOLD-COUNT-READ IS EQUAL TO 2
               CLOSE THRESHOLD-FILE
           END-IF.

       1110-READ-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-THRESHOLD-COUNT-READ
                   IF THRESHOLD-RECORD IS NUMERIC
                       IF WS-THRESHOLD-COUNT-READ IS EQUAL TO 1
                           MOVE THRESHOLD-RECORD TO WS-FULL-TIME-HOURS
                       ELSE
                           MOVE THRESHOLD-RECORD TO WS-HALF-TIME-HOURS
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A named term is read directly; otherwise the Term Master is
      * browsed for the current-term flag.  The record found gives
      * the term dates for the header.
      *----------------------------------------------------------------
       1200-FIND-TERM.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               IF WS-REPORT-TERM IS NOT EQUAL TO SPACES
                   MOVE WS-REPORT-TERM TO TM-TERM-CODE
                   READ TERM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-TERM-FOUND TO TRUE
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO TM-TERM-CODE
                   START TERM-MASTER-FILE
                       KEY IS NOT LESS THAN TM-TERM-CODE
                       INVALID KEY
                           SET WS-END-OF-TERMS TO TRUE
                   END-START
                   PERFORM 1210-SCAN-ONE-TERM UNTIL WS-END-OF-TERMS
               END-IF
               IF WS-TERM-FOUND
                   MOVE TM-START-DATE TO WS-TERM-START-DATE
                   MOVE TM-END-DATE TO WS-TERM-END-DATE
               END-IF
               CLOSE TERM-MASTER-FILE
           END-IF.

       1210-SCAN-ONE-TERM.
           READ TERM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TERMS TO TRUE
               NOT AT END
                   IF TM-CURRENT-TERM
                       MOVE TM-TERM-CODE TO WS-REPORT-TERM
                       SET WS-TERM-FOUND TO TRUE
                       SET WS-END-OF-TERMS TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Neither STUMSTR nor ENROLL dates a withdrawal, so the dates are
      * tabled by student first: the last STUAUDIT change that took
      * the status to W, and the last GRDP event on NOTIFYQ for a
      * course in the term that now stands W-graded on ENROLL.  Both
      * files are in the order things happened, so a later entry
      * simply replaces an earlier one.
      *----------------------------------------------------------------
       1500-LOAD-WITHDRAWAL-DATES.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-AUDIT-FILE.
           IF WS-AUDIT-OK
               PERFORM 1510-READ-AUDIT-ENTRY
               PERFORM 1520-TABLE-STATUS-CHANGE UNTIL WS-END-OF-AUDIT
               CLOSE STUDENT-AUDIT-FILE
           END-IF.
           OPEN INPUT NOTIFICATION-QUEUE.
           IF WS-NQ-OK
               PERFORM 1550-READ-QUEUE-EVENT
               PERFORM 1560-TABLE-GRADE-POSTING UNTIL WS-END-OF-QUEUE
               CLOSE NOTIFICATION-QUEUE
           END-IF.
           IF WS-TABLE-FULL
               DISPLAY "ENRVERIF WARNING - WITHDRAWAL TABLE FULL, "
                   "SOME DATES NOT KNOWN"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       1510-READ-AUDIT-ENTRY.
           READ STUDENT-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT TO TRUE
           END-READ.

      *    The status byte sits after the 7-digit ID and 30-byte name
      *    in each 44-byte Student Master image.
       1520-TABLE-STATUS-CHANGE.
           IF SA-AFTER-IMAGE(38:1) IS EQUAL TO "W"
               AND SA-BEFORE-IMAGE(38:1) IS NOT EQUAL TO "W"
               MOVE SA-STUDENT-ID TO WS-LOOKUP-STUDENT-ID
               PERFORM 6000-FIND-OR-ADD-STUDENT
               IF WS-WITHDRAWAL-FOUND
                   MOVE SA-DATE
                       TO WS-WT-STATUS-DATE(WS-WITHDRAWAL-INDEX)
               END-IF
           END-IF.
           PERFORM 1510-READ-AUDIT-ENTRY.

       1550-READ-QUEUE-EVENT.
           READ NOTIFICATION-QUEUE NEXT RECORD
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
           END-READ.

       1560-TABLE-GRADE-POSTING.
           IF NQ-GRADE-POSTED
               AND NQ-TERM IS EQUAL TO WS-REPORT-TERM
               AND WS-ENROLL-IS-OPEN
               MOVE NQ-STUDENT-ID TO EN-STUDENT-ID
               MOVE NQ-COURSE-CODE TO EN-COURSE-CODE
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EN-TERM IS EQUAL TO WS-REPORT-TERM
                           AND EN-GRADE(1:1) IS EQUAL TO "W"
                           MOVE NQ-STUDENT-ID TO WS-LOOKUP-STUDENT-ID
                           PERFORM 6000-FIND-OR-ADD-STUDENT
                           IF WS-WITHDRAWAL-FOUND
                               MOVE NQ-EVENT-DATE TO
                                   WS-WT-GRADE-DATE(WS-WITHDRAWAL-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-IF.
           PERFORM 1550-READ-QUEUE-EVENT.

       1900-WRITE-HEADER.
           MOVE SPACES TO CLR-HEADER-RECORD.
           MOVE "H" TO CV-H-RECORD-TYPE.
           MOVE WS-REPORT-TERM TO CV-H-TERM.
           MOVE WS-TERM-START-DATE TO CV-H-TERM-START-DATE.
           MOVE WS-TERM-END-DATE TO CV-H-TERM-END-DATE.
           MOVE WS-RUN-DATE TO CV-H-CREATED-DATE.
           MOVE WS-FULL-TIME-HOURS TO CV-H-FULL-TIME-HOURS.
           MOVE WS-HALF-TIME-HOURS TO CV-H-HALF-TIME-HOURS.
           WRITE CLR-HEADER-RECORD.

       2000-READ-STUDENT.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

       2100-REPORT-ONE-STUDENT.
           IF SM-ACTIVE OR SM-WITHDRAWN
               PERFORM 2200-TOTAL-TERM-HOURS
               PERFORM 2300-CLASSIFY-STUDENT
               IF NOT WS-ENR-NOT-REPORTED
                   PERFORM 2400-WRITE-DETAIL
                   PERFORM 2500-COMPARE-HISTORY
               END-IF
           END-IF.
           PERFORM 2000-READ-STUDENT.

      *----------------------------------------------------------------
      * ENROLL is keyed student first, so the student's enrollments
      * sit together from the student ID with the lowest course.
      *----------------------------------------------------------------
       2200-TOTAL-TERM-HOURS.
           MOVE ZERO TO WS-STUDENT-HOURS.
           MOVE ZERO TO WS-TERM-RECORD-COUNT.
           MOVE ZERO TO WS-LIVE-RECORD-COUNT.
           IF WS-ENROLL-IS-OPEN
               MOVE "N" TO WS-ENROLL-EOF-SWITCH
               MOVE SM-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       SET WS-END-OF-ENROLL TO TRUE
               END-START
               PERFORM 2210-ADD-ONE-ENROLLMENT UNTIL WS-END-OF-ENROLL
           END-IF.

       2210-ADD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
           END-READ.
           IF NOT WS-END-OF-ENROLL
               IF EN-STUDENT-ID IS NOT EQUAL TO SM-STUDENT-ID
                   SET WS-END-OF-ENROLL TO TRUE
               ELSE
                   IF EN-TERM IS EQUAL TO WS-REPORT-TERM
                       ADD 1 TO WS-TERM-RECORD-COUNT
                       IF EN-GRADE(1:1) IS NOT EQUAL TO "W"
                           ADD 1 TO WS-LIVE-RECORD-COUNT
                           PERFORM 2220-ADD-COURSE-HOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2220-ADD-COURSE-HOURS.
           IF WS-COURSE-IS-OPEN
               MOVE EN-COURSE-CODE TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CM-CREDIT-HOURS TO WS-STUDENT-HOURS
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * No enrollment in the term, not reported.  Withdrawn from the
      * school, or from every course, is W with its date; anyone else
      * is classed on hours against the thresholds.
      *----------------------------------------------------------------
       2300-CLASSIFY-STUDENT.
           MOVE SPACE TO WS-ENROLLMENT-STATUS-CODE.
           MOVE ZERO TO WS-WITHDRAWAL-DATE.
           EVALUATE TRUE
               WHEN WS-TERM-RECORD-COUNT IS EQUAL TO ZERO
                   CONTINUE
               WHEN SM-WITHDRAWN
                   OR WS-LIVE-RECORD-COUNT IS EQUAL TO ZERO
                   SET WS-ENR-WITHDRAWN TO TRUE
                   PERFORM 2310-FIND-WITHDRAWAL-DATE
               WHEN WS-STUDENT-HOURS IS NOT LESS THAN
                   WS-FULL-TIME-HOURS
                   SET WS-ENR-FULL-TIME TO TRUE
               WHEN WS-STUDENT-HOURS IS NOT LESS THAN
                   WS-HALF-TIME-HOURS
                   SET WS-ENR-HALF-TIME TO TRUE
               WHEN OTHER
                   SET WS-ENR-LESS-THAN-HALF TO TRUE
           END-EVALUATE.

       2310-FIND-WITHDRAWAL-DATE.
           MOVE SM-STUDENT-ID TO WS-LOOKUP-STUDENT-ID.
           PERFORM 6100-FIND-STUDENT.
           IF WS-WITHDRAWAL-FOUND
               IF SM-WITHDRAWN
                   AND WS-WT-STATUS-DATE(WS-WITHDRAWAL-INDEX)
                       IS GREATER THAN ZERO
                   MOVE WS-WT-STATUS-DATE(WS-WITHDRAWAL-INDEX)
                       TO WS-WITHDRAWAL-DATE
               ELSE
                   MOVE WS-WT-GRADE-DATE(WS-WITHDRAWAL-INDEX)
                       TO WS-WITHDRAWAL-DATE
               END-IF
           END-IF.

       2400-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE TRUE
               WHEN WS-ENR-FULL-TIME
                   ADD 1 TO WS-FULL-TIME-COUNT
               WHEN WS-ENR-HALF-TIME
                   ADD 1 TO WS-HALF-TIME-COUNT
               WHEN WS-ENR-LESS-THAN-HALF
                   ADD 1 TO WS-LESS-THAN-HALF-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.
           MOVE SPACES TO CLR-DETAIL-RECORD.
           MOVE "D" TO CV-D-RECORD-TYPE.
           MOVE WS-REPORT-TERM TO CV-D-TERM.
           MOVE SM-STUDENT-ID TO CV-D-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO CV-D-STUDENT-NAME.
           MOVE WS-STUDENT-HOURS TO CV-D-ENROLLED-HOURS.
           MOVE WS-ENROLLMENT-STATUS-CODE TO CV-D-ENROLLMENT-STATUS.
           MOVE WS-WITHDRAWAL-DATE TO CV-D-WITHDRAWAL-DATE.
           WRITE CLR-DETAIL-RECORD.

      *----------------------------------------------------------------
      * The student's last submission decides whether they belong on
      * the exceptions list; either way CLRHIST ends up holding what
      * was sent today.
      *----------------------------------------------------------------
       2500-COMPARE-HISTORY.
           MOVE "N" TO WS-HISTORY-FOUND-SWITCH.
           MOVE SM-STUDENT-ID TO CH-STUDENT-ID.
           READ CLR-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HISTORY-FOUND TO TRUE
           END-READ.
           MOVE SM-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           MOVE WS-REPORT-TERM TO WS-RG-TERM.
           MOVE WS-ENROLLMENT-STATUS-CODE TO WS-RG-STATUS.
           IF NOT WS-HISTORY-FOUND
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES TO WS-RG-PRIOR-TERM
               MOVE SPACE TO WS-RG-PRIOR-STATUS
               MOVE "FIRST REPORTED" TO WS-RG-DISPOSITION
               WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ELSE
               IF CH-ENROLLMENT-STATUS IS NOT EQUAL TO
                   WS-ENROLLMENT-STATUS-CODE
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE CH-TERM TO WS-RG-PRIOR-TERM
                   MOVE CH-ENROLLMENT-STATUS TO WS-RG-PRIOR-STATUS
                   MOVE "STATUS CHANGED" TO WS-RG-DISPOSITION
                   WRITE EXCEPTION-REPORT-LINE
                       FROM WS-REPORT-DETAIL-LINE
               END-IF
           END-IF.
           MOVE SPACES TO CLR-HISTORY-RECORD.
           MOVE SM-STUDENT-ID TO CH-STUDENT-ID.
           MOVE WS-REPORT-TERM TO CH-TERM.
           MOVE WS-STUDENT-HOURS TO CH-ENROLLED-HOURS.
           MOVE WS-ENROLLMENT-STATUS-CODE TO CH-ENROLLMENT-STATUS.
           MOVE WS-WITHDRAWAL-DATE TO CH-WITHDRAWAL-DATE.
           MOVE WS-RUN-DATE TO CH-LAST-SUBMITTED-DATE.
           IF WS-HISTORY-FOUND
               REWRITE CLR-HISTORY-RECORD
           ELSE
               WRITE CLR-HISTORY-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Anyone on CLRHIST not sent today was reported last time and
      * has since left the file -- no longer active, or no longer
      * enrolled in the term.  They are listed and their history
      * removed, so a return is reported as a first report.
      *----------------------------------------------------------------
       3000-LIST-DROPPED-STUDENTS.
           MOVE LOW-VALUES TO CH-STUDENT-ID.
           START CLR-HISTORY-FILE KEY IS NOT LESS THAN CH-STUDENT-ID
               INVALID KEY
                   SET WS-END-OF-HISTORY TO TRUE
           END-START.
           PERFORM 3100-CHECK-ONE-HISTORY UNTIL WS-END-OF-HISTORY.

       3100-CHECK-ONE-HISTORY.
           READ CLR-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
           END-READ.
           IF NOT WS-END-OF-HISTORY
               AND CH-LAST-SUBMITTED-DATE IS NOT EQUAL TO WS-RUN-DATE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE CH-STUDENT-ID TO WS-RG-STUDENT-ID
               MOVE SPACES TO WS-RG-STUDENT-NAME
               MOVE CH-TERM TO WS-RG-PRIOR-TERM
               MOVE CH-ENROLLMENT-STATUS TO WS-RG-PRIOR-STATUS
               MOVE SPACES TO WS-RG-TERM
               MOVE SPACE TO WS-RG-STATUS
               MOVE "NO LONGER REPORTED" TO WS-RG-DISPOSITION
               WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
               DELETE CLR-HISTORY-FILE
           END-IF.

       3900-WRITE-TRAILER.
           MOVE SPACES TO CLR-TRAILER-RECORD.
           MOVE "T" TO CV-T-RECORD-TYPE.
           MOVE WS-REPORT-TERM TO CV-T-TERM.
           MOVE WS-DETAIL-COUNT TO CV-T-RECORD-COUNT.
           MOVE WS-FULL-TIME-COUNT TO CV-T-FULL-TIME-COUNT.
           MOVE WS-HALF-TIME-COUNT TO CV-T-HALF-TIME-COUNT.
           MOVE WS-LESS-THAN-HALF-COUNT TO CV-T-LESS-THAN-HALF-COUNT.
           MOVE WS-WITHDRAWN-COUNT TO CV-T-WITHDRAWN-COUNT.
           WRITE CLR-TRAILER-RECORD.

       4000-FINISH.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           CLOSE CLR-HISTORY-FILE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS REPORTED -    " TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "  FULL-TIME -          " TO WS-TL-LABEL.
           MOVE WS-FULL-TIME-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "  HALF-TIME -          " TO WS-TL-LABEL.
           MOVE WS-HALF-TIME-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "  LESS THAN HALF-TIME -" TO WS-TL-LABEL.
           MOVE WS-LESS-THAN-HALF-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "  WITHDRAWN -          " TO WS-TL-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "STATUS CHANGED -       " TO WS-TL-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "FIRST REPORTED -       " TO WS-TL-LABEL.
           MOVE WS-NEW-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "NO LONGER REPORTED -   " TO WS-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-TRAILER-LINE.

      *----------------------------------------------------------------
      * Withdrawal-date table lookups.  6000 adds the student when
      * they are not yet tabled and there is room; 6100 only looks.
      *----------------------------------------------------------------
       6000-FIND-OR-ADD-STUDENT.
           PERFORM 6100-FIND-STUDENT.
           IF NOT WS-WITHDRAWAL-FOUND
               IF WS-WITHDRAWAL-COUNT IS LESS THAN 3000
                   ADD 1 TO WS-WITHDRAWAL-COUNT
                   MOVE WS-WITHDRAWAL-COUNT TO WS-WITHDRAWAL-INDEX
                   MOVE WS-LOOKUP-STUDENT-ID
                       TO WS-WT-STUDENT-ID(WS-WITHDRAWAL-INDEX)
                   MOVE ZERO TO WS-WT-STATUS-DATE(WS-WITHDRAWAL-INDEX)
                   MOVE ZERO TO WS-WT-GRADE-DATE(WS-WITHDRAWAL-INDEX)
                   SET WS-WITHDRAWAL-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       6100-FIND-STUDENT.
           MOVE "N" TO WS-WITHDRAWAL-FOUND-SWITCH.
           PERFORM 6200-CHECK-ONE-STUDENT
               VARYING WS-WITHDRAWAL-INDEX FROM 1 BY 1
               UNTIL WS-WITHDRAWAL-FOUND
               OR WS-WITHDRAWAL-INDEX IS GREATER THAN
                   WS-WITHDRAWAL-COUNT.
           IF WS-WITHDRAWAL-FOUND
               SUBTRACT 1 FROM WS-WITHDRAWAL-INDEX
           END-IF.

       6200-CHECK-ONE-STUDENT.
           IF WS-WT-STUDENT-ID(WS-WITHDRAWAL-INDEX) IS EQUAL TO
               WS-LOOKUP-STUDENT-ID
               SET WS-WITHDRAWAL-FOUND TO TRUE
           END-IF.

       END PROGRAM ENRVERIF.
