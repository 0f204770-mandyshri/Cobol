       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRSMAINT.
      *****************************************************************
      *  Course catalog maintenance against the Course Master file
      *  (CRSMSTR), in the same transaction-and-register shape as
      *  SCHMAINT.  Reads CRSTRAN transactions -- an action code
      *  ahead of the CRSMSTR.cpy fields:
      *      "A" - add the course
      *      "U" - update the course's name, credit hours, and/or
      *            seat capacity; a field left blank keeps what is
      *            on file
      *      "R" - retire the course
      *  An added course must carry a name, numeric credit hours, and
      *  a seat capacity above zero.  A retired course stays on file
      *  flagged CM-RETIRED, so ENRHIST and the GPA and transcript
      *  runs still find its credit hours, but UTIL and SCHMAINT stop
      *  taking new enrollments and sections for it.  A retirement is
      *  refused while the course still has any ENROLL record, any
      *  CRSSCHED section in a term that has not ended on TERMMSTR,
      *  or any entry queued on WAITLIST; each check is waived when
      *  its file is missing entirely, the usual still-converting
      *  allowance.
      *
      *  Every applied change writes a before/after audit line to
      *  CRSAUD (see copybooks CRSAUDIT.cpy) under the operator named
      *  on OPERID; credit-hour changes are counted separately at end
      *  of job because they move every GPA and tuition bill computed
      *  afterwards.  Applied and rejected transactions land on the
      *  CRSREG register with counts at end of job, shop convention
      *  RC 4 when anything rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-TRANS-FILE ASSIGN TO "CRSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSTRAN-STATUS.
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
           SELECT COURSE-SCHEDULE-FILE ASSIGN TO "CRSSCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MASTER-STATUS.
           SELECT COURSE-AUDIT-FILE ASSIGN TO "CRSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSAUD-STATUS.
           SELECT COURSE-REGISTER-FILE ASSIGN TO "CRSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRSREG-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-TRANS-FILE.
       01  COURSE-TRANS-RECORD.
           05  CT-ACTION-CODE          PIC X(01).
               88  CT-ACTION-ADD       VALUE "A".
               88  CT-ACTION-UPDATE    VALUE "U".
               88  CT-ACTION-RETIRE    VALUE "R".
           05  CT-COURSE-CODE          PIC X(06).
           05  CT-COURSE-NAME          PIC X(20).
           05  CT-CREDIT-HOURS-TEXT    PIC X(02).
           05  CT-CREDIT-HOURS REDEFINES CT-CREDIT-HOURS-TEXT
                                       PIC 9(02).
           05  CT-SEAT-CAPACITY-TEXT   PIC X(03).
           05  CT-SEAT-CAPACITY REDEFINES CT-SEAT-CAPACITY-TEXT
                                       PIC 9(03).
       FD  COURSE-MASTER-FILE.
           COPY CRSMSTR.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  COURSE-SCHEDULE-FILE.
           COPY CRSSCHED.
       FD  WAITLIST-FILE.
           COPY WAITLIST.
       FD  TERM-MASTER-FILE.
           COPY TERMMSTR.
       FD  COURSE-AUDIT-FILE.
       01  COURSE-AUDIT-LINE           PIC X(117).
       FD  COURSE-REGISTER-FILE.
       01  COURSE-REGISTER-LINE        PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       WORKING-STORAGE SECTION.
           01 WS-CRSTRAN-STATUS        PIC X(02) VALUE "00".
               88 WS-CRSTRAN-OK        VALUE "00".
           01 WS-COURSE-MASTER-STATUS  PIC X(02) VALUE "00".
               88 WS-CM-OK             VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-SCHEDULE-STATUS       PIC X(02) VALUE "00".
               88 WS-CS-OK             VALUE "00".
           01 WS-WAITLIST-STATUS       PIC X(02) VALUE "00".
               88 WS-WL-OK             VALUE "00".
           01 WS-TERM-MASTER-STATUS    PIC X(02) VALUE "00".
               88 WS-TM-OK             VALUE "00".
           01 WS-CRSAUD-STATUS         PIC X(02) VALUE "00".
           01 WS-CRSREG-STATUS         PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-ENROLL-IS-OPEN    VALUE "Y".
           01 WS-SCHEDULE-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 WS-SCHEDULE-IS-OPEN  VALUE "Y".
           01 WS-WAITLIST-OPEN-SWITCH  PIC X(01) VALUE "N".
               88 WS-WAITLIST-IS-OPEN  VALUE "Y".
           01 WS-TERM-OPEN-SWITCH      PIC X(01) VALUE "N".
               88 WS-TERM-IS-OPEN      VALUE "Y".
           01 WS-FIELDS-VALID-SWITCH   PIC X(01) VALUE "Y".
               88 WS-FIELDS-ARE-VALID  VALUE "Y".
           01 WS-SCAN-EOF-SWITCH       PIC X(01) VALUE "N".
               88 WS-END-OF-SCAN       VALUE "Y".
           01 WS-COURSE-IN-USE-SWITCH  PIC X(01) VALUE "N".
               88 WS-COURSE-IN-USE     VALUE "Y".
           01 WS-OPERATOR-ID           PIC 9(4) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-BEFORE-IMAGE          PIC X(40) VALUE SPACES.
           01 WS-BEFORE-HOURS          PIC 9(02) VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-HOURS-CHANGED-COUNT   PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY CRSAUDIT.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "CRSMAINT - COURSE CATALOG".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(07) VALUE "ACTION".
               05 FILLER                PIC X(08) VALUE "COURSE".
               05 FILLER                PIC X(21) VALUE "NAME".
               05 FILLER                PIC X(04) VALUE "HRS".
               05 FILLER                PIC X(05) VALUE "CAP".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-COURSE-NAME     PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-CREDIT-HOURS    PIC X(02).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-SEAT-CAPACITY   PIC X(03).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-DISPOSITION     PIC X(20).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-END-OF-TRANS.
           PERFORM 3000-FINISH.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * The Course Master is created on first use, the way SCHMAINT
      * brings CRSSCHED into being.  The files the retirement checks
      * read are opened input only and are optional: one that is not
      * there simply has nothing to stop a retirement.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-RESOLVE-OPERATOR-ID.
           OPEN OUTPUT COURSE-REGISTER-FILE.
           WRITE COURSE-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE COURSE-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN I-O COURSE-MASTER-FILE.
           IF WS-COURSE-MASTER-STATUS IS EQUAL TO "35"
               OPEN OUTPUT COURSE-MASTER-FILE
               CLOSE COURSE-MASTER-FILE
               OPEN I-O COURSE-MASTER-FILE
           END-IF.
           IF WS-CM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-EN-OK
               SET WS-ENROLL-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT COURSE-SCHEDULE-FILE.
           IF WS-CS-OK
               SET WS-SCHEDULE-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-OK
               SET WS-WAITLIST-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TM-OK
               SET WS-TERM-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT COURSE-TRANS-FILE.
           IF WS-CRSTRAN-OK AND WS-MASTER-IS-OPEN
               PERFORM 2100-READ-TRANSACTION
           ELSE
               SET WS-END-OF-TRANS TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       1100-RESOLVE-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF WS-OPERID-STATUS IS EQUAL TO "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO WS-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE ZERO TO WS-BEFORE-HOURS.
           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   PERFORM 2200-ADD-COURSE
               WHEN CT-ACTION-UPDATE
                   PERFORM 2300-UPDATE-COURSE
               WHEN CT-ACTION-RETIRE
                   PERFORM 2400-RETIRE-COURSE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
           END-EVALUATE.
           PERFORM 2500-WRITE-REGISTER-DETAIL.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ COURSE-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2200-ADD-COURSE.
           PERFORM 2250-VALIDATE-FIELDS.
           EVALUATE TRUE
               WHEN CT-COURSE-CODE IS EQUAL TO SPACES
                   MOVE "NO COURSE CODE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN NOT WS-FIELDS-ARE-VALID
                   PERFORM 2600-COUNT-REJECT
               WHEN CT-COURSE-NAME IS EQUAL TO SPACES
                   MOVE "NO COURSE NAME" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN CT-CREDIT-HOURS-TEXT IS EQUAL TO SPACES
                   MOVE "INVALID CREDIT HOURS" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN CT-SEAT-CAPACITY-TEXT IS EQUAL TO SPACES
                   MOVE "INVALID CAPACITY" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN OTHER
                   MOVE SPACES TO COURSE-MASTER-RECORD
                   MOVE CT-COURSE-CODE TO CM-COURSE-CODE
                   MOVE CT-COURSE-NAME TO CM-COURSE-NAME
                   MOVE CT-CREDIT-HOURS TO CM-CREDIT-HOURS
                   MOVE CT-SEAT-CAPACITY TO CM-SEAT-CAPACITY
                   WRITE COURSE-MASTER-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE COURSE"
                               TO WS-RG-DISPOSITION
                           PERFORM 2600-COUNT-REJECT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RG-DISPOSITION
                           ADD 1 TO WS-APPLIED-COUNT
                           PERFORM 2800-WRITE-AUDIT-LINE
                   END-WRITE
           END-EVALUATE.

      *----------------------------------------------------------------
      * Field edits shared by add and update: whatever numeric field
      * the transaction supplies must be numeric, and a capacity must
      * leave room for at least one seat.  A blank field passes here;
      * the add refuses blanks itself, the update keeps the file's.
      *----------------------------------------------------------------
       2250-VALIDATE-FIELDS.
           MOVE "Y" TO WS-FIELDS-VALID-SWITCH.
           IF CT-CREDIT-HOURS-TEXT IS NOT EQUAL TO SPACES
               AND CT-CREDIT-HOURS IS NOT NUMERIC
               MOVE "INVALID CREDIT HOURS" TO WS-RG-DISPOSITION
               MOVE "N" TO WS-FIELDS-VALID-SWITCH
           END-IF.
           IF CT-SEAT-CAPACITY-TEXT IS NOT EQUAL TO SPACES
               IF CT-SEAT-CAPACITY IS NOT NUMERIC
                   MOVE "INVALID CAPACITY" TO WS-RG-DISPOSITION
                   MOVE "N" TO WS-FIELDS-VALID-SWITCH
               ELSE
                   IF CT-SEAT-CAPACITY IS EQUAL TO ZERO
                       MOVE "INVALID CAPACITY" TO WS-RG-DISPOSITION
                       MOVE "N" TO WS-FIELDS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF.

       2300-UPDATE-COURSE.
           PERFORM 2250-VALIDATE-FIELDS.
           IF WS-FIELDS-ARE-VALID
               MOVE CT-COURSE-CODE TO CM-COURSE-CODE
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "COURSE NOT FOUND" TO WS-RG-DISPOSITION
                       PERFORM 2600-COUNT-REJECT
                   NOT INVALID KEY
                       PERFORM 2350-APPLY-UPDATE
               END-READ
           ELSE
               PERFORM 2600-COUNT-REJECT
           END-IF.

       2350-APPLY-UPDATE.
           IF CM-RETIRED
               MOVE "COURSE RETIRED" TO WS-RG-DISPOSITION
               PERFORM 2600-COUNT-REJECT
           ELSE
               MOVE COURSE-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE CM-CREDIT-HOURS TO WS-BEFORE-HOURS
               IF CT-COURSE-NAME IS NOT EQUAL TO SPACES
                   MOVE CT-COURSE-NAME TO CM-COURSE-NAME
               END-IF
               IF CT-CREDIT-HOURS-TEXT IS NOT EQUAL TO SPACES
                   MOVE CT-CREDIT-HOURS TO CM-CREDIT-HOURS
               END-IF
               IF CT-SEAT-CAPACITY-TEXT IS NOT EQUAL TO SPACES
                   MOVE CT-SEAT-CAPACITY TO CM-SEAT-CAPACITY
               END-IF
               REWRITE COURSE-MASTER-RECORD
               MOVE "APPLIED" TO WS-RG-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               IF CM-CREDIT-HOURS IS NOT EQUAL TO WS-BEFORE-HOURS
                   ADD 1 TO WS-HOURS-CHANGED-COUNT
                   MOVE "APPLIED - HOURS CHG" TO WS-RG-DISPOSITION
               END-IF
               PERFORM 2800-WRITE-AUDIT-LINE
           END-IF.

      *----------------------------------------------------------------
      * A retirement has to find the course clear of every live use
      * first: enrollments on ENROLL, sections in a term still
      * running, and students queued on WAITLIST.  The first check
      * that finds a use names it on the register.
      *----------------------------------------------------------------
       2400-RETIRE-COURSE.
           MOVE CT-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "COURSE NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   PERFORM 2450-CHECK-AND-RETIRE
           END-READ.

       2450-CHECK-AND-RETIRE.
           MOVE "N" TO WS-COURSE-IN-USE-SWITCH.
           IF CM-RETIRED
               MOVE "ALREADY RETIRED" TO WS-RG-DISPOSITION
               SET WS-COURSE-IN-USE TO TRUE
           END-IF.
           IF NOT WS-COURSE-IN-USE
               PERFORM 2700-CHECK-ENROLLMENTS
           END-IF.
           IF NOT WS-COURSE-IN-USE
               PERFORM 2710-CHECK-SECTIONS
           END-IF.
           IF NOT WS-COURSE-IN-USE
               PERFORM 2730-CHECK-WAITLIST
           END-IF.
           IF WS-COURSE-IN-USE
               PERFORM 2600-COUNT-REJECT
           ELSE
               MOVE COURSE-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE CM-CREDIT-HOURS TO WS-BEFORE-HOURS
               SET CM-RETIRED TO TRUE
               REWRITE COURSE-MASTER-RECORD
               MOVE "APPLIED" TO WS-RG-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2800-WRITE-AUDIT-LINE
           END-IF.

       2500-WRITE-REGISTER-DETAIL.
           MOVE CT-ACTION-CODE TO WS-RG-ACTION.
           MOVE CT-COURSE-CODE TO WS-RG-COURSE-CODE.
           MOVE CT-COURSE-NAME TO WS-RG-COURSE-NAME.
           MOVE CT-CREDIT-HOURS-TEXT TO WS-RG-CREDIT-HOURS.
           MOVE CT-SEAT-CAPACITY-TEXT TO WS-RG-SEAT-CAPACITY.
           WRITE COURSE-REGISTER-LINE
               FROM WS-REGISTER-DETAIL-LINE.

       2600-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.

      *----------------------------------------------------------------
      * Any enrollment at all on the live file keeps the course --
      * a W-graded one included, since it stays on the student's
      * record until TERMROLL parks the term.
      *----------------------------------------------------------------
       2700-CHECK-ENROLLMENTS.
           IF WS-ENROLL-IS-OPEN
               MOVE CT-COURSE-CODE TO EN-COURSE-CODE
               START ENROLLMENT-FILE
                   KEY IS EQUAL TO EN-COURSE-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "LIVE ENROLLMENTS" TO WS-RG-DISPOSITION
                       SET WS-COURSE-IN-USE TO TRUE
               END-START
           END-IF.

      *----------------------------------------------------------------
      * Sections are keyed course-first, so the course's sections sit
      * together on CRSSCHED.  A section keeps the course unless its
      * term has ended on TERMMSTR; a term TERMMSTR doesn't know is
      * taken as still open.
      *----------------------------------------------------------------
       2710-CHECK-SECTIONS.
           IF WS-SCHEDULE-IS-OPEN
               MOVE "N" TO WS-SCAN-EOF-SWITCH
               MOVE CT-COURSE-CODE TO CS-COURSE-CODE
               MOVE LOW-VALUES TO CS-SECTION
               MOVE LOW-VALUES TO CS-TERM
               START COURSE-SCHEDULE-FILE
                   KEY IS NOT LESS THAN CS-KEY
                   INVALID KEY
                       SET WS-END-OF-SCAN TO TRUE
               END-START
               PERFORM 2720-CHECK-ONE-SECTION
                   UNTIL WS-END-OF-SCAN OR WS-COURSE-IN-USE
           END-IF.

       2720-CHECK-ONE-SECTION.
           READ COURSE-SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
           END-READ.
           IF NOT WS-END-OF-SCAN
               IF CS-COURSE-CODE IS NOT EQUAL TO CT-COURSE-CODE
                   SET WS-END-OF-SCAN TO TRUE
               ELSE
                   MOVE "OPEN SECTIONS" TO WS-RG-DISPOSITION
                   SET WS-COURSE-IN-USE TO TRUE
                   IF WS-TERM-IS-OPEN
                       MOVE CS-TERM TO TM-TERM-CODE
                       READ TERM-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TM-END-DATE IS LESS THAN
                                       WS-RUN-DATE
                                   MOVE "N"
                                       TO WS-COURSE-IN-USE-SWITCH
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       2730-CHECK-WAITLIST.
           IF WS-WAITLIST-IS-OPEN
               MOVE CT-COURSE-CODE TO WL-COURSE-CODE
               MOVE ZERO TO WL-SEQUENCE
               START WAITLIST-FILE
                   KEY IS NOT LESS THAN WL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ WAITLIST-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF WL-COURSE-CODE IS EQUAL TO
                                       CT-COURSE-CODE
                                   MOVE "WAITLIST ENTRIES"
                                       TO WS-RG-DISPOSITION
                                   SET WS-COURSE-IN-USE TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

       2800-WRITE-AUDIT-LINE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-DATE TO CA-DATE.
           MOVE WS-TM-HHMMSS TO CA-TIME.
           MOVE CT-ACTION-CODE TO CA-FUNCTION-CODE.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR-ID.
           MOVE CM-COURSE-CODE TO CA-COURSE-CODE.
           MOVE WS-BEFORE-HOURS TO CA-BEFORE-HOURS.
           MOVE CM-CREDIT-HOURS TO CA-AFTER-HOURS.
           MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
           MOVE COURSE-MASTER-RECORD TO CA-AFTER-IMAGE.
           OPEN EXTEND COURSE-AUDIT-FILE.
           IF WS-CRSAUD-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT COURSE-AUDIT-FILE
           END-IF.
           WRITE COURSE-AUDIT-LINE FROM COURSE-AUDIT-RECORD.
           CLOSE COURSE-AUDIT-FILE.

       3000-FINISH.
           MOVE "TRANSACTIONS READ -    " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE COURSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS APPLIED - " TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE COURSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE COURSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "CREDIT HOUR CHANGES -  " TO WS-TL-LABEL.
           MOVE WS-HOURS-CHANGED-COUNT TO WS-TL-COUNT.
           WRITE COURSE-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-CRSTRAN-OK OR WS-CRSTRAN-STATUS IS EQUAL TO "10"
               CLOSE COURSE-TRANS-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE COURSE-MASTER-FILE
           END-IF.
           IF WS-ENROLL-IS-OPEN
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF WS-SCHEDULE-IS-OPEN
               CLOSE COURSE-SCHEDULE-FILE
           END-IF.
           IF WS-WAITLIST-IS-OPEN
               CLOSE WAITLIST-FILE
           END-IF.
           IF WS-TERM-IS-OPEN
               CLOSE TERM-MASTER-FILE
           END-IF.
           CLOSE COURSE-REGISTER-FILE.

       END PROGRAM CRSMAINT.
