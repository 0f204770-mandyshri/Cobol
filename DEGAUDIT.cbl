       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
      *****************************************************************
      *  Degree audit report for advising and the registrar.  Reads
      *  the DEGIDS request file -- a student ID and the degree
      *  program to audit against, or ALL and a program code to
      *  audit every active student on the Student Master against
      *  that program -- and matches each student's record against
      *  the program's lines on the DEGREQ Degree Requirements file:
      *    - every required course
      *    - every elective pool (n of the listed courses)
      *    - the minimum total credit hours
      *    - the minimum cumulative GPA
      *  Each item prints SATISFIED, IN PROGRESS, or MISSING, and the
      *  student's page closes with an overall result.
      *
      *  A student's record is the live ENROLL file plus the whole
      *  ENRHIST history.  A course is completed on a passing grade
      *  (D or better, any modifier), in progress while its live
      *  enrollment is still ungraded, and not earned on F, I, W.
      *  A retaken course counts once at its best outcome.  Credit
      *  hours come off the Course Master; the GPA is worked the
      *  same way GPARPT works it, so the two reports always agree.
      *  ENRHIST is keyed term-first, so each student costs one
      *  front-to-back pass of it, the long way UTIL's prerequisite
      *  check takes.
      *
      *  With a PARM of NEAR the per-item pages are left off and the
      *  report becomes the registrar's conferral planning list: one
      *  line for each audited student with nothing MISSING -- those
      *  whose requirements are already met, and those who finish if
      *  the work they are enrolled in now is passed (within one
      *  term of finishing).
      *
      *  A request whose program isn't on DEGREQ, or whose student
      *  isn't on the Student Master, prints a NOT AUDITED line and
      *  sets RC 4.  No DEGIDS file at all is RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-ID-FILE ASSIGN TO "DEGIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGIDS-STATUS.
           SELECT DEGREE-REQUIREMENT-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEGREQ-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT ENROLLMENT-HISTORY-FILE ASSIGN TO "ENRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT COURSE-MASTER-FILE ASSIGN TO "CRSMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MASTER-STATUS.
           SELECT DEGREE-AUDIT-REPORT-FILE ASSIGN TO "DEGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGAUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-ID-FILE.
       01  REQUEST-ID-RECORD.
           05  RQ-STUDENT-ID           PIC X(07).
               88  RQ-ALL-STUDENTS     VALUE "ALL ".
           05  RQ-PROGRAM-CODE         PIC X(06).
       FD  DEGREE-REQUIREMENT-FILE.
           COPY DEGREQ.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  ENROLLMENT-HISTORY-FILE.
           COPY ENRHIST.
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  DEGREE-AUDIT-REPORT-FILE.
       01  DEGREE-AUDIT-REPORT-LINE    PIC X(80).
       WORKING-STORAGE SECTION.
           01 DEG-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-NEAR-MODE-SWITCH      PIC X(01) VALUE "N".
               88 WS-NEAR-MODE         VALUE "Y".
           01 WS-DEGIDS-STATUS         PIC X(02) VALUE "00".
               88 WS-DEGIDS-OK         VALUE "00".
           01 WS-DEGREQ-STATUS         PIC X(02) VALUE "00".
               88 WS-DR-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-HISTORY-STATUS        PIC X(02) VALUE "00".
               88 WS-EH-OK             VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-DEGAUDIT-STATUS       PIC X(02) VALUE "00".
           01 WS-DEGREQ-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-DEGREQ-IS-OPEN    VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-HISTORY-IS-OPEN   VALUE "Y".
           01 WS-COURSE-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-COURSE-IS-OPEN    VALUE "Y".
           01 WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-REQUESTS   VALUE "Y".
           01 WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-MASTER     VALUE "Y".
           01 WS-ENROLL-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-ENROLL     VALUE "Y".
           01 WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-HISTORY    VALUE "Y".
           01 WS-PROGRAM-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-PROGRAM    VALUE "Y".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
      *    The program whose requirements are loaded below -- a run of
      *    requests for one program reads DEGREQ only once.
           01 WS-LOADED-PROGRAM        PIC X(06) VALUE SPACES.
           01 WS-PROGRAM-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-PROGRAM-FOUND     VALUE "Y".
           01 WS-PROGRAM-NAME          PIC X(30) VALUE SPACES.
           01 WS-MIN-CREDIT-HOURS      PIC 9(03) VALUE ZERO.
           01 WS-MIN-GPA               PIC 9(01)V99 VALUE ZERO.
           01 WS-REQUIRED-TABLE.
               05 WS-RC-COURSE-CODE    PIC X(06) OCCURS 60 TIMES.
           01 WS-REQUIRED-COUNT        PIC 9(03) COMP VALUE ZERO.
           01 WS-POOL-TABLE.
               05 WS-PL-ENTRY OCCURS 10 TIMES.
                   10 WS-PL-NAME       PIC X(20).
                   10 WS-PL-NEEDED     PIC 9(02).
                   10 WS-PL-COURSE-CODE PIC X(06) OCCURS 9 TIMES.
           01 WS-POOL-COUNT            PIC 9(02) COMP VALUE ZERO.
           01 WS-REQ-INDEX             PIC 9(03) COMP VALUE ZERO.
           01 WS-POOL-INDEX            PIC 9(02) COMP VALUE ZERO.
           01 WS-SLOT-INDEX            PIC 9(02) COMP VALUE ZERO.
      *    One entry per distinct course on the student's record, at
      *    its best outcome so far.
           01 WS-COURSE-TABLE.
               05 WS-CT-ENTRY OCCURS 150 TIMES.
                   10 WS-CT-COURSE-CODE PIC X(06).
                   10 WS-CT-HOURS      PIC 9(02).
                   10 WS-CT-STANDING   PIC X(01).
                       88 WS-CT-COMPLETED   VALUE "C".
                       88 WS-CT-IN-PROGRESS VALUE "P".
                       88 WS-CT-NOT-EARNED  VALUE "X".
           01 WS-COURSE-COUNT          PIC 9(03) COMP VALUE ZERO.
           01 WS-COURSE-INDEX          PIC 9(03) COMP VALUE ZERO.
           01 WS-FOUND-INDEX           PIC 9(03) COMP VALUE ZERO.
           01 WS-LOOK-COURSE-CODE      PIC X(06) VALUE SPACES.
           01 WS-TAKE-COURSE-CODE      PIC X(06) VALUE SPACES.
           01 WS-TAKE-GRADE            PIC X(02) VALUE SPACES.
           01 WS-TAKE-STANDING         PIC X(01) VALUE SPACE.
           01 WS-AUDIT-STUDENT-ID      PIC 9(7) VALUE ZERO.
           01 WS-GRADED-SWITCH         PIC X(01) VALUE "N".
               88 WS-GRADE-COUNTS      VALUE "Y".
           01 WS-GRADE-POINTS          PIC 9(01)V99 VALUE ZERO.
           01 WS-CREDIT-HOURS          PIC 9(02) VALUE ZERO.
           01 WS-GPA-CREDITS           PIC 9(04) VALUE ZERO.
           01 WS-GPA-POINTS            PIC 9(05)V99 VALUE ZERO.
           01 WS-COMPUTED-GPA          PIC 9(01)V99 VALUE ZERO.
           01 WS-EARNED-HOURS          PIC 9(04) VALUE ZERO.
           01 WS-IN-PROGRESS-HOURS     PIC 9(04) VALUE ZERO.
           01 WS-POOL-DONE             PIC 9(02) COMP VALUE ZERO.
           01 WS-POOL-PENDING          PIC 9(02) COMP VALUE ZERO.
           01 WS-MISSING-COUNT         PIC 9(03) COMP VALUE ZERO.
           01 WS-PENDING-COUNT         PIC 9(03) COMP VALUE ZERO.
           01 WS-ITEM-STATUS           PIC X(11) VALUE SPACES.
               88 WS-ITEM-SATISFIED    VALUE "SATISFIED".
               88 WS-ITEM-IN-PROGRESS  VALUE "IN PROGRESS".
               88 WS-ITEM-MISSING      VALUE "MISSING".
           01 WS-AUDIT-RESULT          PIC X(16) VALUE SPACES.
           01 WS-NOT-AUDITED-REASON    PIC X(30) VALUE SPACES.
           01 WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-MET-COUNT             PIC 9(05) COMP VALUE ZERO.
           01 WS-NEAR-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-NOT-AUDITED-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "DEGAUDIT - DEGREE AUDIT".
               05 WS-RH-TITLE           PIC X(20) VALUE "REPORT".
           01 WS-PAGE-SEPARATOR-LINE.
               05 FILLER                PIC X(40) VALUE ALL "-".
               05 FILLER                PIC X(40) VALUE ALL "-".
           01 WS-STUDENT-HEADING-LINE.
               05 FILLER                PIC X(09) VALUE "STUDENT: ".
               05 WS-SH-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SH-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(09) VALUE "  STATUS ".
               05 WS-SH-STATUS          PIC X(01).
           01 WS-PROGRAM-HEADING-LINE.
               05 FILLER                PIC X(09) VALUE "PROGRAM: ".
               05 WS-PH-PROGRAM-CODE    PIC X(06).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-PH-PROGRAM-NAME    PIC X(30).
           01 WS-DETAIL-HEADING-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(21) VALUE "REQUIREMENT".
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(13) VALUE "STATUS".
               05 FILLER                PIC X(06) VALUE "DETAIL".
           01 WS-AUDIT-DETAIL-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-AD-REQUIREMENT     PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-AD-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-AD-STATUS          PIC X(11).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-AD-DETAIL          PIC X(32).
           01 WS-COUNT-DETAIL.
               05 WS-CD-LABEL           PIC X(07).
               05 WS-CD-FIRST           PIC ZZZ9.
               05 FILLER                PIC X(09) VALUE " IN PROG ".
               05 WS-CD-SECOND          PIC ZZZ9.
               05 FILLER                PIC X(04) VALUE " OF ".
               05 WS-CD-TARGET          PIC ZZZ9.
           01 WS-GPA-DETAIL.
               05 FILLER                PIC X(04) VALUE "GPA ".
               05 WS-GD-GPA             PIC 9.99.
               05 FILLER                PIC X(09) VALUE " MINIMUM ".
               05 WS-GD-MINIMUM         PIC 9.99.
           01 WS-AUDIT-RESULT-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(15) VALUE
                   "AUDIT RESULT - ".
               05 WS-AR-RESULT          PIC X(16).
           01 WS-NEAR-HEADING-LINE.
               05 FILLER                PIC X(09) VALUE "STUDENT".
               05 FILLER                PIC X(31) VALUE "NAME".
               05 FILLER                PIC X(07) VALUE "PROGRM".
               05 FILLER                PIC X(17) VALUE "RESULT".
               05 FILLER                PIC X(15) VALUE
                   "EARN PROG GPA".
           01 WS-NEAR-DETAIL-LINE.
               05 WS-ND-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-ND-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-ND-PROGRAM-CODE    PIC X(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-ND-RESULT          PIC X(16).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-ND-EARNED          PIC ZZZ9.
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-ND-IN-PROGRESS     PIC ZZZ9.
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-ND-GPA             PIC 9.99.
           01 WS-NOT-AUDITED-LINE.
               05 FILLER                PIC X(14) VALUE
                   "NOT AUDITED - ".
               05 WS-NA-STUDENT-ID      PIC X(07).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-NA-PROGRAM-CODE    PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-NA-REASON          PIC X(30).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT DEG-PARM-TEXT FROM COMMAND-LINE.
           IF DEG-PARM-TEXT(1:4) IS EQUAL TO "NEAR"
               SET WS-NEAR-MODE TO TRUE
           END-IF.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT REQUEST-ID-FILE.
           IF WS-DEGIDS-OK
               PERFORM 1100-READ-REQUEST
               PERFORM 2000-PROCESS-REQUEST UNTIL WS-END-OF-REQUESTS
               CLOSE REQUEST-ID-FILE
           ELSE
               DISPLAY "DEGAUDIT - DEGIDS NOT ON SYSTEM"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 9000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * Every input but DEGIDS is optional.  No DEGREQ means no
      * program can be found, and every request prints NOT AUDITED;
      * no ENROLL or ENRHIST simply contributes nothing to the
      * student's record; no Course Master weighs every course at
      * zero hours, as GPARPT does.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT DEGREE-AUDIT-REPORT-FILE.
           IF WS-NEAR-MODE
               MOVE "NEAR COMPLETION LIST" TO WS-RH-TITLE
           END-IF.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-REPORT-HEADING-1.
           IF WS-NEAR-MODE
               WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-BLANK-LINE
               WRITE DEGREE-AUDIT-REPORT-LINE
                   FROM WS-NEAR-HEADING-LINE
           END-IF.
           OPEN INPUT DEGREE-REQUIREMENT-FILE.
           IF WS-DR-OK
               SET WS-DEGREQ-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.
           IF WS-EH-OK
               SET WS-HISTORY-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-CM-OK
               SET WS-COURSE-IS-OPEN TO TRUE
           END-IF.

       1100-READ-REQUEST.
           READ REQUEST-ID-FILE
               AT END
                   SET WS-END-OF-REQUESTS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Loads the request's program, then audits either the one
      * student named or, on an ALL request, every active student.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           PERFORM 2100-LOAD-PROGRAM.
           IF NOT WS-PROGRAM-FOUND
               MOVE "PROGRAM NOT ON DEGREQ" TO WS-NOT-AUDITED-REASON
               PERFORM 2600-WRITE-NOT-AUDITED
           ELSE
               IF RQ-ALL-STUDENTS
                   PERFORM 2200-AUDIT-ALL-ACTIVE
               ELSE
                   PERFORM 2500-AUDIT-REQUESTED-STUDENT
               END-IF
           END-IF.
           PERFORM 1100-READ-REQUEST.

      *----------------------------------------------------------------
      * The header sits at line 000; the required-course and pool
      * lines follow it in line-number order until the program code
      * changes.  A program with no header is not on file.
      *----------------------------------------------------------------
       2100-LOAD-PROGRAM.
           IF RQ-PROGRAM-CODE IS EQUAL TO WS-LOADED-PROGRAM
               AND WS-PROGRAM-FOUND
               CONTINUE
           ELSE
               MOVE "N" TO WS-PROGRAM-FOUND-SWITCH
               MOVE RQ-PROGRAM-CODE TO WS-LOADED-PROGRAM
               MOVE ZERO TO WS-REQUIRED-COUNT
               MOVE ZERO TO WS-POOL-COUNT
               IF WS-DEGREQ-IS-OPEN
                   MOVE RQ-PROGRAM-CODE TO DR-PROGRAM-CODE
                   MOVE ZERO TO DR-LINE-NUMBER
                   READ DEGREE-REQUIREMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DR-PROGRAM-HEADER
                               PERFORM 2110-TAKE-PROGRAM-HEADER
                           END-IF
                   END-READ
               END-IF
           END-IF.

       2110-TAKE-PROGRAM-HEADER.
           SET WS-PROGRAM-FOUND TO TRUE.
           MOVE DR-PROGRAM-NAME TO WS-PROGRAM-NAME.
           MOVE DR-MIN-CREDIT-HOURS TO WS-MIN-CREDIT-HOURS.
           MOVE DR-MIN-GPA TO WS-MIN-GPA.
           MOVE "N" TO WS-PROGRAM-EOF-SWITCH.
           PERFORM 2120-READ-PROGRAM-LINE.
           PERFORM 2130-LOAD-PROGRAM-LINE UNTIL WS-END-OF-PROGRAM.

       2120-READ-PROGRAM-LINE.
           READ DEGREE-REQUIREMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PROGRAM TO TRUE
               NOT AT END
                   IF DR-PROGRAM-CODE IS NOT EQUAL TO WS-LOADED-PROGRAM
                       SET WS-END-OF-PROGRAM TO TRUE
                   END-IF
           END-READ.

       2130-LOAD-PROGRAM-LINE.
           EVALUATE TRUE
               WHEN DR-REQUIRED-LINE
                   PERFORM 2140-LOAD-REQUIRED-SLOT
                       VARYING WS-SLOT-INDEX FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX IS GREATER THAN 9
               WHEN DR-ELECTIVE-POOL
                   AND WS-POOL-COUNT IS LESS THAN 10
                   ADD 1 TO WS-POOL-COUNT
                   MOVE DR-POOL-NAME TO WS-PL-NAME (WS-POOL-COUNT)
                   MOVE DR-POOL-NEEDED TO WS-PL-NEEDED (WS-POOL-COUNT)
                   PERFORM 2150-LOAD-POOL-SLOT
                       VARYING WS-SLOT-INDEX FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX IS GREATER THAN 9
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 2120-READ-PROGRAM-LINE.

       2140-LOAD-REQUIRED-SLOT.
           IF DR-REQ-COURSE-CODE (WS-SLOT-INDEX) IS NOT EQUAL TO SPACES
               AND WS-REQUIRED-COUNT IS LESS THAN 60
               ADD 1 TO WS-REQUIRED-COUNT
               MOVE DR-REQ-COURSE-CODE (WS-SLOT-INDEX)
                   TO WS-RC-COURSE-CODE (WS-REQUIRED-COUNT)
           END-IF.

       2150-LOAD-POOL-SLOT.
           MOVE DR-POOL-COURSE-CODE (WS-SLOT-INDEX)
               TO WS-PL-COURSE-CODE (WS-POOL-COUNT, WS-SLOT-INDEX).

      *----------------------------------------------------------------
      * An ALL request walks the Student Master in ID order and audits
      * the active students only -- a withdrawn or inactive student is
      * not heading for conferral.  Name one by ID to audit it anyway.
      *----------------------------------------------------------------
       2200-AUDIT-ALL-ACTIVE.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           IF WS-MASTER-IS-OPEN
               MOVE ZERO TO SM-STUDENT-ID
               START STUDENT-MASTER-FILE
                   KEY IS NOT LESS THAN SM-STUDENT-ID
                   INVALID KEY
                       SET WS-END-OF-MASTER TO TRUE
               END-START
               PERFORM 2300-READ-MASTER
               PERFORM 2400-AUDIT-MASTER-STUDENT
                   UNTIL WS-END-OF-MASTER
           END-IF.

       2300-READ-MASTER.
           IF NOT WS-END-OF-MASTER
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-MASTER TO TRUE
               END-READ
           END-IF.

       2400-AUDIT-MASTER-STUDENT.
           IF SM-ACTIVE
               PERFORM 3000-AUDIT-ONE-STUDENT
           END-IF.
           PERFORM 2300-READ-MASTER.

       2500-AUDIT-REQUESTED-STUDENT.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           MOVE SPACES TO WS-NOT-AUDITED-REASON.
           IF NOT WS-MASTER-IS-OPEN
               OR RQ-STUDENT-ID IS NOT NUMERIC
               MOVE "STUDENT ID NOT ON FILE" TO WS-NOT-AUDITED-REASON
           ELSE
               MOVE RQ-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "STUDENT ID NOT ON FILE"
                           TO WS-NOT-AUDITED-REASON
               END-READ
           END-IF.
           IF WS-NOT-AUDITED-REASON IS EQUAL TO SPACES
               PERFORM 3000-AUDIT-ONE-STUDENT
           ELSE
               PERFORM 2600-WRITE-NOT-AUDITED
           END-IF.

       2600-WRITE-NOT-AUDITED.
           ADD 1 TO WS-NOT-AUDITED-COUNT.
           MOVE RQ-STUDENT-ID TO WS-NA-STUDENT-ID.
           MOVE RQ-PROGRAM-CODE TO WS-NA-PROGRAM-CODE.
           MOVE WS-NOT-AUDITED-REASON TO WS-NA-REASON.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-NOT-AUDITED-LINE.
           IF WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * One student, whose master record is in the FD: gather the
      * record, then judge each requirement in turn.  The page (full
      * mode) or the planning line (NEAR mode) comes out as it goes.
      *----------------------------------------------------------------
       3000-AUDIT-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SM-STUDENT-ID TO WS-AUDIT-STUDENT-ID.
           MOVE ZERO TO WS-COURSE-COUNT.
           MOVE ZERO TO WS-GPA-CREDITS.
           MOVE ZERO TO WS-GPA-POINTS.
           MOVE ZERO TO WS-COMPUTED-GPA.
           MOVE ZERO TO WS-EARNED-HOURS.
           MOVE ZERO TO WS-IN-PROGRESS-HOURS.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           PERFORM 3100-GATHER-ENROLLMENTS.
           PERFORM 3200-GATHER-HISTORY.
           PERFORM 3600-ADD-UP-HOURS
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX IS GREATER THAN WS-COURSE-COUNT.
           IF WS-GPA-CREDITS IS GREATER THAN ZERO
               COMPUTE WS-COMPUTED-GPA ROUNDED =
                   WS-GPA-POINTS / WS-GPA-CREDITS
           END-IF.
           IF NOT WS-NEAR-MODE
               PERFORM 5000-PRINT-STUDENT-HEADING
           END-IF.
           PERFORM 4100-JUDGE-REQUIRED-COURSE
               VARYING WS-REQ-INDEX FROM 1 BY 1
               UNTIL WS-REQ-INDEX IS GREATER THAN WS-REQUIRED-COUNT.
           PERFORM 4200-JUDGE-ELECTIVE-POOL
               VARYING WS-POOL-INDEX FROM 1 BY 1
               UNTIL WS-POOL-INDEX IS GREATER THAN WS-POOL-COUNT.
           PERFORM 4300-JUDGE-CREDIT-HOURS.
           PERFORM 4400-JUDGE-GPA.
           PERFORM 4500-JUDGE-OVERALL.

      *----------------------------------------------------------------
      * The live enrollments sit together under the student's ID, so
      * a START on the key finds them without a full pass.
      *----------------------------------------------------------------
       3100-GATHER-ENROLLMENTS.
           MOVE "N" TO WS-ENROLL-EOF-SWITCH.
           IF WS-ENROLL-IS-OPEN
               MOVE WS-AUDIT-STUDENT-ID TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-COURSE-CODE
               START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       SET WS-END-OF-ENROLL TO TRUE
               END-START
               PERFORM 3110-TAKE-ONE-ENROLLMENT
                   UNTIL WS-END-OF-ENROLL
           END-IF.

       3110-TAKE-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENROLL TO TRUE
               NOT AT END
                   IF EN-STUDENT-ID IS NOT EQUAL TO WS-AUDIT-STUDENT-ID
                       SET WS-END-OF-ENROLL TO TRUE
                   ELSE
                       MOVE EN-COURSE-CODE TO WS-TAKE-COURSE-CODE
                       MOVE EN-GRADE TO WS-TAKE-GRADE
                       PERFORM 3300-TAKE-COURSE
                   END-IF
           END-READ.

       3200-GATHER-HISTORY.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           IF WS-HISTORY-IS-OPEN
               MOVE LOW-VALUES TO EH-KEY
               START ENROLLMENT-HISTORY-FILE
                   KEY IS NOT LESS THAN EH-KEY
                   INVALID KEY
                       SET WS-END-OF-HISTORY TO TRUE
               END-START
               PERFORM 3210-TAKE-ONE-HISTORY
                   UNTIL WS-END-OF-HISTORY
           END-IF.

       3210-TAKE-ONE-HISTORY.
           READ ENROLLMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   IF EH-STUDENT-ID IS EQUAL TO WS-AUDIT-STUDENT-ID
                       MOVE EH-COURSE-CODE TO WS-TAKE-COURSE-CODE
                       MOVE EH-GRADE TO WS-TAKE-GRADE
                       PERFORM 3300-TAKE-COURSE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * Folds one enrollment into the student's record: its grade into
      * the GPA, and the course into the course table at its best
      * outcome -- completed beats in progress beats not earned.
      *----------------------------------------------------------------
       3300-TAKE-COURSE.
           PERFORM 3500-GET-CREDIT-HOURS.
           PERFORM 3400-SCORE-GRADE.
           IF WS-GRADE-COUNTS
               ADD WS-CREDIT-HOURS TO WS-GPA-CREDITS
               COMPUTE WS-GPA-POINTS = WS-GPA-POINTS
                   + (WS-CREDIT-HOURS * WS-GRADE-POINTS)
           END-IF.
           EVALUATE TRUE
               WHEN WS-TAKE-GRADE IS EQUAL TO SPACES
                   MOVE "P" TO WS-TAKE-STANDING
               WHEN WS-TAKE-GRADE(1:1) IS EQUAL TO "A" OR "B"
                       OR "C" OR "D"
                   MOVE "C" TO WS-TAKE-STANDING
               WHEN OTHER
                   MOVE "X" TO WS-TAKE-STANDING
           END-EVALUATE.
           MOVE WS-TAKE-COURSE-CODE TO WS-LOOK-COURSE-CODE.
           PERFORM 3700-FIND-COURSE.
           IF WS-FOUND-INDEX IS EQUAL TO ZERO
               IF WS-COURSE-COUNT IS LESS THAN 150
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE WS-TAKE-COURSE-CODE
                       TO WS-CT-COURSE-CODE (WS-COURSE-COUNT)
                   MOVE WS-CREDIT-HOURS TO WS-CT-HOURS (WS-COURSE-COUNT)
                   MOVE WS-TAKE-STANDING
                       TO WS-CT-STANDING (WS-COURSE-COUNT)
               END-IF
           ELSE
               IF WS-TAKE-STANDING IS EQUAL TO "C"
                   OR (WS-TAKE-STANDING IS EQUAL TO "P"
                       AND WS-CT-NOT-EARNED (WS-FOUND-INDEX))
                   MOVE WS-TAKE-STANDING
                       TO WS-CT-STANDING (WS-FOUND-INDEX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GPARPT's grade-point scale: A/B/C/D/F at 4/3/2/1/0, a + worth
      * 0.30 more and a - 0.30 less, A+ held at 4.00.  I, W, and
      * ungraded records carry no points and no attempted hours.
      *----------------------------------------------------------------
       3400-SCORE-GRADE.
           MOVE "Y" TO WS-GRADED-SWITCH.
           EVALUATE WS-TAKE-GRADE(1:1)
               WHEN "A"
                   MOVE 4.00 TO WS-GRADE-POINTS
               WHEN "B"
                   MOVE 3.00 TO WS-GRADE-POINTS
               WHEN "C"
                   MOVE 2.00 TO WS-GRADE-POINTS
               WHEN "D"
                   MOVE 1.00 TO WS-GRADE-POINTS
               WHEN "F"
                   MOVE 0.00 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE "N" TO WS-GRADED-SWITCH
           END-EVALUATE.
           IF WS-GRADE-COUNTS
               IF WS-TAKE-GRADE(2:1) IS EQUAL TO "+"
                   AND WS-TAKE-GRADE(1:1) IS NOT EQUAL TO "A"
                   ADD 0.30 TO WS-GRADE-POINTS
               END-IF
               IF WS-TAKE-GRADE(2:1) IS EQUAL TO "-"
                   AND WS-GRADE-POINTS IS NOT LESS THAN 0.30
                   SUBTRACT 0.30 FROM WS-GRADE-POINTS
               END-IF
           END-IF.

       3500-GET-CREDIT-HOURS.
           MOVE ZERO TO WS-CREDIT-HOURS.
           IF WS-COURSE-IS-OPEN
               MOVE WS-TAKE-COURSE-CODE TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CREDIT-HOURS TO WS-CREDIT-HOURS
               END-READ
           END-IF.

       3600-ADD-UP-HOURS.
           EVALUATE TRUE
               WHEN WS-CT-COMPLETED (WS-COURSE-INDEX)
                   ADD WS-CT-HOURS (WS-COURSE-INDEX) TO WS-EARNED-HOURS
               WHEN WS-CT-IN-PROGRESS (WS-COURSE-INDEX)
                   ADD WS-CT-HOURS (WS-COURSE-INDEX)
                       TO WS-IN-PROGRESS-HOURS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Leaves WS-FOUND-INDEX pointing at WS-LOOK-COURSE-CODE's entry
      * in the course table, or zero when the student has no record
      * of the course.
      *----------------------------------------------------------------
       3700-FIND-COURSE.
           MOVE ZERO TO WS-FOUND-INDEX.
           PERFORM 3710-CHECK-COURSE-ENTRY
               VARYING WS-COURSE-INDEX FROM 1 BY 1
               UNTIL WS-COURSE-INDEX IS GREATER THAN WS-COURSE-COUNT
               OR WS-FOUND-INDEX IS GREATER THAN ZERO.

       3710-CHECK-COURSE-ENTRY.
           IF WS-CT-COURSE-CODE (WS-COURSE-INDEX)
                   IS EQUAL TO WS-LOOK-COURSE-CODE
               MOVE WS-COURSE-INDEX TO WS-FOUND-INDEX
           END-IF.

       4100-JUDGE-REQUIRED-COURSE.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE "REQUIRED COURSE" TO WS-AD-REQUIREMENT.
           MOVE WS-RC-COURSE-CODE (WS-REQ-INDEX) TO WS-AD-COURSE-CODE.
           MOVE WS-RC-COURSE-CODE (WS-REQ-INDEX)
               TO WS-LOOK-COURSE-CODE.
           PERFORM 3700-FIND-COURSE.
           IF WS-FOUND-INDEX IS EQUAL TO ZERO
               SET WS-ITEM-MISSING TO TRUE
               MOVE "NOT TAKEN" TO WS-AD-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN WS-CT-COMPLETED (WS-FOUND-INDEX)
                       SET WS-ITEM-SATISFIED TO TRUE
                   WHEN WS-CT-IN-PROGRESS (WS-FOUND-INDEX)
                       SET WS-ITEM-IN-PROGRESS TO TRUE
                   WHEN OTHER
                       SET WS-ITEM-MISSING TO TRUE
                       MOVE "TAKEN, NOT PASSED" TO WS-AD-DETAIL
               END-EVALUATE
           END-IF.
           PERFORM 4900-RECORD-ITEM.

      *----------------------------------------------------------------
      * A pool is satisfied once the student has completed the number
      * of its courses the pool needs, and in progress if the courses
      * the student is sitting now would make up the difference.
      *----------------------------------------------------------------
       4200-JUDGE-ELECTIVE-POOL.
           MOVE ZERO TO WS-POOL-DONE.
           MOVE ZERO TO WS-POOL-PENDING.
           PERFORM 4210-COUNT-POOL-SLOT
               VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX IS GREATER THAN 9.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE WS-PL-NAME (WS-POOL-INDEX) TO WS-AD-REQUIREMENT.
           EVALUATE TRUE
               WHEN WS-POOL-DONE IS NOT LESS THAN
                       WS-PL-NEEDED (WS-POOL-INDEX)
                   SET WS-ITEM-SATISFIED TO TRUE
               WHEN WS-POOL-DONE + WS-POOL-PENDING IS NOT LESS THAN
                       WS-PL-NEEDED (WS-POOL-INDEX)
                   SET WS-ITEM-IN-PROGRESS TO TRUE
               WHEN OTHER
                   SET WS-ITEM-MISSING TO TRUE
           END-EVALUATE.
           MOVE "DONE" TO WS-CD-LABEL.
           MOVE WS-POOL-DONE TO WS-CD-FIRST.
           MOVE WS-POOL-PENDING TO WS-CD-SECOND.
           MOVE WS-PL-NEEDED (WS-POOL-INDEX) TO WS-CD-TARGET.
           MOVE WS-COUNT-DETAIL TO WS-AD-DETAIL.
           PERFORM 4900-RECORD-ITEM.

       4210-COUNT-POOL-SLOT.
           IF WS-PL-COURSE-CODE (WS-POOL-INDEX, WS-SLOT-INDEX)
                   IS NOT EQUAL TO SPACES
               MOVE WS-PL-COURSE-CODE (WS-POOL-INDEX, WS-SLOT-INDEX)
                   TO WS-LOOK-COURSE-CODE
               PERFORM 3700-FIND-COURSE
               IF WS-FOUND-INDEX IS GREATER THAN ZERO
                   EVALUATE TRUE
                       WHEN WS-CT-COMPLETED (WS-FOUND-INDEX)
                           ADD 1 TO WS-POOL-DONE
                       WHEN WS-CT-IN-PROGRESS (WS-FOUND-INDEX)
                           ADD 1 TO WS-POOL-PENDING
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       4300-JUDGE-CREDIT-HOURS.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE "TOTAL CREDIT HOURS" TO WS-AD-REQUIREMENT.
           EVALUATE TRUE
               WHEN WS-EARNED-HOURS IS NOT LESS THAN
                       WS-MIN-CREDIT-HOURS
                   SET WS-ITEM-SATISFIED TO TRUE
               WHEN WS-EARNED-HOURS + WS-IN-PROGRESS-HOURS
                       IS NOT LESS THAN WS-MIN-CREDIT-HOURS
                   SET WS-ITEM-IN-PROGRESS TO TRUE
               WHEN OTHER
                   SET WS-ITEM-MISSING TO TRUE
           END-EVALUATE.
           MOVE "EARNED" TO WS-CD-LABEL.
           MOVE WS-EARNED-HOURS TO WS-CD-FIRST.
           MOVE WS-IN-PROGRESS-HOURS TO WS-CD-SECOND.
           MOVE WS-MIN-CREDIT-HOURS TO WS-CD-TARGET.
           MOVE WS-COUNT-DETAIL TO WS-AD-DETAIL.
           PERFORM 4900-RECORD-ITEM.

      *----------------------------------------------------------------
      * The GPA can only be judged on what is graded today -- work in
      * progress can't be counted on to lift it -- so it is either
      * SATISFIED or MISSING.  A program with no minimum is satisfied
      * even before anything is graded.
      *----------------------------------------------------------------
       4400-JUDGE-GPA.
           MOVE SPACES TO WS-AUDIT-DETAIL-LINE.
           MOVE "MINIMUM GPA" TO WS-AD-REQUIREMENT.
           IF WS-COMPUTED-GPA IS NOT LESS THAN WS-MIN-GPA
               AND (WS-GPA-CREDITS IS GREATER THAN ZERO
                   OR WS-MIN-GPA IS EQUAL TO ZERO)
               SET WS-ITEM-SATISFIED TO TRUE
           ELSE
               SET WS-ITEM-MISSING TO TRUE
           END-IF.
           IF WS-GPA-CREDITS IS GREATER THAN ZERO
               MOVE WS-COMPUTED-GPA TO WS-GD-GPA
               MOVE WS-MIN-GPA TO WS-GD-MINIMUM
               MOVE WS-GPA-DETAIL TO WS-AD-DETAIL
           ELSE
               MOVE "NO GRADED WORK ON FILE" TO WS-AD-DETAIL
           END-IF.
           PERFORM 4900-RECORD-ITEM.

       4500-JUDGE-OVERALL.
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT IS EQUAL TO ZERO
                   AND WS-PENDING-COUNT IS EQUAL TO ZERO
                   MOVE "REQUIREMENTS MET" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-MET-COUNT
               WHEN WS-MISSING-COUNT IS EQUAL TO ZERO
                   MOVE "NEAR COMPLETION" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-NEAR-COUNT
               WHEN OTHER
                   MOVE "NOT COMPLETE" TO WS-AUDIT-RESULT
           END-EVALUATE.
           IF WS-NEAR-MODE
               IF WS-MISSING-COUNT IS EQUAL TO ZERO
                   PERFORM 5100-PRINT-NEAR-LINE
               END-IF
           ELSE
               MOVE WS-AUDIT-RESULT TO WS-AR-RESULT
               WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-BLANK-LINE
               WRITE DEGREE-AUDIT-REPORT-LINE
                   FROM WS-AUDIT-RESULT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Tallies the item just judged and, on a full audit, prints it.
      *----------------------------------------------------------------
       4900-RECORD-ITEM.
           EVALUATE TRUE
               WHEN WS-ITEM-MISSING
                   ADD 1 TO WS-MISSING-COUNT
               WHEN WS-ITEM-IN-PROGRESS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-NEAR-MODE
               MOVE WS-ITEM-STATUS TO WS-AD-STATUS
               WRITE DEGREE-AUDIT-REPORT-LINE
                   FROM WS-AUDIT-DETAIL-LINE
           END-IF.

       5000-PRINT-STUDENT-HEADING.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-PAGE-SEPARATOR-LINE.
           MOVE SM-STUDENT-ID TO WS-SH-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO WS-SH-STUDENT-NAME.
           MOVE SM-STATUS-CODE TO WS-SH-STATUS.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-STUDENT-HEADING-LINE.
           MOVE WS-LOADED-PROGRAM TO WS-PH-PROGRAM-CODE.
           MOVE WS-PROGRAM-NAME TO WS-PH-PROGRAM-NAME.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-PROGRAM-HEADING-LINE.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-DETAIL-HEADING-LINE.

       5100-PRINT-NEAR-LINE.
           MOVE SM-STUDENT-ID TO WS-ND-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO WS-ND-STUDENT-NAME.
           MOVE WS-LOADED-PROGRAM TO WS-ND-PROGRAM-CODE.
           MOVE WS-AUDIT-RESULT TO WS-ND-RESULT.
           MOVE WS-EARNED-HOURS TO WS-ND-EARNED.
           MOVE WS-IN-PROGRESS-HOURS TO WS-ND-IN-PROGRESS.
           MOVE WS-COMPUTED-GPA TO WS-ND-GPA.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-NEAR-DETAIL-LINE.

       9000-FINISH.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS AUDITED -     " TO WS-TL-LABEL.
           MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "REQUIREMENTS MET -     " TO WS-TL-LABEL.
           MOVE WS-MET-COUNT TO WS-TL-COUNT.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "NEAR COMPLETION -      " TO WS-TL-LABEL.
           MOVE WS-NEAR-COUNT TO WS-TL-COUNT.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "REQUESTS NOT AUDITED - " TO WS-TL-LABEL.
           MOVE WS-NOT-AUDITED-COUNT TO WS-TL-COUNT.
           WRITE DEGREE-AUDIT-REPORT-LINE FROM WS-TRAILER-LINE.
           IF WS-DEGREQ-IS-OPEN
               CLOSE DEGREE-REQUIREMENT-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-HISTORY-IS-OPEN
               CLOSE ENROLLMENT-HISTORY-FILE
           END-IF.
           IF WS-COURSE-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           CLOSE DEGREE-AUDIT-REPORT-FILE.

       END PROGRAM DEGAUDIT.
