       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDPRT.
      *****************************************************************
      *  Student weekly class schedule print.  Reads student IDs from
      *  the SCHDIDS request file -- one ID per record, the TRANIDS
      *  layout TRNSCRPT reads, or a single ALL record to print every
      *  active student on the Student Master, the run made at term
      *  start -- and prints one page per student on SCHDRPT: the
      *  student's name, then the Monday-to-Sunday grid of the
      *  student's classes by time of day, a line per course on the
      *  grid, and the courses with no section or no schedule listed
      *  below it.  The page body comes from the SCHDGRID service,
      *  the same one the OPRINQ console calls, so the print and the
      *  console always show the same week.
      *
      *  The term comes from the PARM (six characters); blank means
      *  the Term Master's current term.  A requested ID that isn't
      *  on the Student Master still gets its page, marked STUDENT ID
      *  NOT ON FILE, as TRNSCRPT does.  RC 8 when there is no
      *  SCHDIDS file or no term to print.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-ID-FILE ASSIGN TO "SCHDIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDIDS-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "SCHDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-ID-FILE.
       01  REQUEST-ID-RECORD.
           05  RQ-STUDENT-ID           PIC X(07).
               88  RQ-ALL-STUDENTS     VALUE "ALL ".
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-SCHDIDS-STATUS        PIC X(02) VALUE "00".
               88 WS-SCHDIDS-OK        VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
           01 WS-SCHDRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-REQUEST-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-REQUESTS   VALUE "Y".
           01 WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
               88 WS-END-OF-MASTER     VALUE "Y".
           01 WS-REQUESTED-TERM        PIC X(06) VALUE SPACES.
           01 WS-STUDENT-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-NOT-ON-FILE-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-NO-CLASSES-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-LINE-INDEX            PIC 9(03) COMP VALUE ZERO.
           01 WS-PAGE-NAME             PIC X(30) VALUE SPACES.
           01 WS-PAGE-STATUS           PIC X(01) VALUE SPACE.
           01 WS-PAGE-FOUND-SWITCH     PIC X(01) VALUE "N".
               88 WS-PAGE-FOUND        VALUE "Y".
           01 SCH-PARM-TEXT            PIC X(80) VALUE SPACES.
           COPY UTILPARM.
           COPY SGPARM.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "SCHDPRT - STUDENT WEEKLY CLASS".
               05 FILLER                PIC X(08) VALUE "SCHEDULE".
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
               05 FILLER                PIC X(07) VALUE "  TERM ".
               05 WS-SH-TERM            PIC X(06).
           01 WS-NOT-ON-FILE-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(25) VALUE
                   "STUDENT ID NOT ON FILE".
           01 WS-NO-CLASSES-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(30) VALUE
                   "NO ENROLLMENTS IN THE TERM".
           01 WS-NO-TERM-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 FILLER                PIC X(40) VALUE
                   "NO CURRENT TERM ON THE TERM MASTER".
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT SCH-PARM-TEXT FROM COMMAND-LINE.
           MOVE SCH-PARM-TEXT(1:6) TO WS-REQUESTED-TERM.
           SET UP-FN-BATCH-START TO TRUE.
           PERFORM 3300-CALL-UTIL.
           SET SG-FN-BATCH-START TO TRUE.
           PERFORM 3400-CALL-SCHDGRID.
           OPEN OUTPUT SCHEDULE-REPORT-FILE.
           WRITE SCHEDULE-REPORT-LINE FROM WS-REPORT-HEADING-1.
           OPEN INPUT REQUEST-ID-FILE.
           IF WS-SCHDIDS-OK
               PERFORM 1100-READ-REQUEST
               PERFORM 2000-PROCESS-REQUEST UNTIL WS-END-OF-REQUESTS
               CLOSE REQUEST-ID-FILE
           ELSE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM 5000-WRITE-TRAILERS.
           SET SG-FN-END-OF-RUN TO TRUE.
           PERFORM 3400-CALL-SCHDGRID.
           SET UP-FN-END-OF-RUN TO TRUE.
           PERFORM 3300-CALL-UTIL.
           CLOSE SCHEDULE-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1100-READ-REQUEST.
           READ REQUEST-ID-FILE
               AT END
                   SET WS-END-OF-REQUESTS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * An ALL record expands to every active student on the Student
      * Master, in ID order; anything else is taken as one student
      * ID and printed whatever the student's status.
      *----------------------------------------------------------------
       2000-PROCESS-REQUEST.
           IF RQ-ALL-STUDENTS
               PERFORM 2200-REPORT-ALL-STUDENTS
           ELSE
               MOVE RQ-STUDENT-ID TO UP-STUDENT-ID
               PERFORM 2500-LOOKUP-REQUESTED-STUDENT
               PERFORM 3000-REPORT-ONE-STUDENT
           END-IF.
           PERFORM 1100-READ-REQUEST.

       2200-REPORT-ALL-STUDENTS.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-MASTER-STATUS IS EQUAL TO "00"
               PERFORM 2300-READ-MASTER
               PERFORM 2400-REPORT-MASTER-STUDENT
                   UNTIL WS-END-OF-MASTER
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       2300-READ-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-MASTER TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The ALL path takes the name and status straight off the
      * master record the sequential pass holds, for the reason
      * TRNSCRPT gives: a UTIL "S" lookup would open STUMSTR a second
      * time while this program's own FD has it open.
      *----------------------------------------------------------------
       2400-REPORT-MASTER-STUDENT.
           IF SM-STATUS-CODE IS EQUAL TO "A"
               MOVE SM-STUDENT-ID TO UP-STUDENT-ID
               MOVE SM-STUDENT-NAME TO WS-PAGE-NAME
               MOVE SM-STATUS-CODE TO WS-PAGE-STATUS
               MOVE "Y" TO WS-PAGE-FOUND-SWITCH
               PERFORM 3000-REPORT-ONE-STUDENT
           END-IF.
           PERFORM 2300-READ-MASTER.

       2500-LOOKUP-REQUESTED-STUDENT.
           SET UP-FN-STUDENT-LOOKUP TO TRUE.
           PERFORM 3300-CALL-UTIL.
           IF UP-FOUND
               MOVE UP-STUDENT-NAME TO WS-PAGE-NAME
               MOVE UP-STUDENT-STATUS TO WS-PAGE-STATUS
               MOVE "Y" TO WS-PAGE-FOUND-SWITCH
           ELSE
               MOVE SPACES TO WS-PAGE-NAME
               MOVE SPACE TO WS-PAGE-STATUS
               MOVE "N" TO WS-PAGE-FOUND-SWITCH
           END-IF.

      *----------------------------------------------------------------
      * One student's page: the heading from the WS-PAGE fields the
      * caller left, then the lines SCHDGRID builds for the term.
      *----------------------------------------------------------------
       3000-REPORT-ONE-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE SCHEDULE-REPORT-LINE FROM WS-PAGE-SEPARATOR-LINE.
           MOVE UP-STUDENT-ID TO WS-SH-STUDENT-ID.
           MOVE WS-PAGE-NAME TO WS-SH-STUDENT-NAME.
           MOVE WS-PAGE-STATUS TO WS-SH-STATUS.
           IF WS-PAGE-FOUND
               SET SG-FN-BUILD-GRID TO TRUE
               MOVE UP-STUDENT-ID TO SG-STUDENT-ID
               MOVE WS-REQUESTED-TERM TO SG-TERM
               PERFORM 3400-CALL-SCHDGRID
               MOVE SG-TERM TO WS-SH-TERM
               WRITE SCHEDULE-REPORT-LINE
                   FROM WS-STUDENT-HEADING-LINE
               WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE
               PERFORM 3100-PRINT-SCHEDULE
           ELSE
               ADD 1 TO WS-NOT-ON-FILE-COUNT
               MOVE WS-REQUESTED-TERM TO WS-SH-TERM
               WRITE SCHEDULE-REPORT-LINE
                   FROM WS-STUDENT-HEADING-LINE
               WRITE SCHEDULE-REPORT-LINE FROM WS-NOT-ON-FILE-LINE
           END-IF.

       3100-PRINT-SCHEDULE.
           EVALUATE TRUE
               WHEN SG-BUILT
                   PERFORM 3200-PRINT-SCHEDULE-LINE
                       VARYING WS-LINE-INDEX FROM 1 BY 1
                       UNTIL WS-LINE-INDEX IS GREATER THAN
                           SG-LINE-COUNT
               WHEN SG-UNKNOWN-TERM
                   WRITE SCHEDULE-REPORT-LINE FROM WS-NO-TERM-LINE
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-NO-CLASSES-COUNT
                   WRITE SCHEDULE-REPORT-LINE FROM WS-NO-CLASSES-LINE
           END-EVALUATE.

       3200-PRINT-SCHEDULE-LINE.
           WRITE SCHEDULE-REPORT-LINE FROM SG-LINE (WS-LINE-INDEX).

      *----------------------------------------------------------------
      * UP-STATUS-CODE is cleared before every call, the same
      * contract TRNSCRPT's 3300-CALL-UTIL keeps.
      *----------------------------------------------------------------
       3300-CALL-UTIL.
           MOVE SPACES TO UP-STATUS-CODE.
           MOVE SPACE TO UP-CHECK-DIGIT.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       3400-CALL-SCHDGRID.
           CALL "SCHDGRID" USING SG-FUNCTION-CODE, SG-STUDENT-ID,
                   SG-TERM, SG-LINE-COUNT, SG-LINE-TABLE,
                   SG-STATUS-CODE.

       5000-WRITE-TRAILERS.
           WRITE SCHEDULE-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "STUDENTS PRINTED -" TO WS-TL-LABEL.
           MOVE WS-STUDENT-COUNT TO WS-TL-COUNT.
           WRITE SCHEDULE-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "NOT ON FILE -" TO WS-TL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO WS-TL-COUNT.
           WRITE SCHEDULE-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "NO CLASSES IN TERM -" TO WS-TL-LABEL.
           MOVE WS-NO-CLASSES-COUNT TO WS-TL-COUNT.
           WRITE SCHEDULE-REPORT-LINE FROM WS-TRAILER-LINE.

       END PROGRAM SCHDPRT.
