       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMAINT.
      *****************************************************************
      *  Registration hold maintenance against the HOLDS file, in the
      *  same transaction-and-register shape as SCHMAINT.  Reads
      *  HOLDTRAN transactions from the business office, library,
      *  advising, and the other offices that block registration:
      *      "P" - place a hold of the given type on the student,
      *            naming the placing office and the reason
      *      "R" - release the student's active hold of that type
      *  A placement needs a hold type, a placing office, and a
      *  student on the Student Master (waived while STUMSTR is
      *  missing entirely, the still-converting allowance).  Placing
      *  a type the student already holds active is refused;
      *  placing a type that was released before reactivates the
      *  record under the new office, reason, and date.  A release
      *  keeps the record on file, stamped with the release date and
      *  the operator, so the history of who blocked and unblocked a
      *  student survives.
      *
      *  Holds are maintenance: the operator named on OPERID must
      *  hold authority level 2 or better on the Operator Master,
      *  looked up through UTIL's "O" function the way DriverProg
      *  resolves its operator.  Below that, every transaction is
      *  refused NOT AUTHORIZED, nothing changes, and each refusal
      *  is logged to AUTHLOG in the shared ERRLOG line layout, the
      *  same way UTIL logs its maintenance refusals.  The HOLDS file
      *  is created on first use.  Applied and rejected transactions
      *  land on the HOLDREG register with counts at end of job,
      *  shop convention RC 4 when anything rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDTRAN-STATUS.
           SELECT REGISTRATION-HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "HOLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDREG-STATUS.
           SELECT AUTHORITY-REFUSAL-LOG ASSIGN TO "AUTHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRANS-FILE.
       01  HOLD-TRANS-RECORD.
           05  HT-ACTION-CODE          PIC X(01).
               88  HT-ACTION-PLACE     VALUE "P".
               88  HT-ACTION-RELEASE   VALUE "R".
           05  HT-STUDENT-ID           PIC 9(7).
           05  HT-HOLD-TYPE            PIC X(03).
           05  HT-PLACING-OFFICE       PIC X(10).
           05  HT-REASON               PIC X(30).
       FD  REGISTRATION-HOLD-FILE.
           COPY HOLDS.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  HOLD-REGISTER-FILE.
       01  HOLD-REGISTER-LINE          PIC X(80).
       FD  AUTHORITY-REFUSAL-LOG.
       01  AUTHORITY-REFUSAL-LINE      PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       WORKING-STORAGE SECTION.
           01 WS-HOLDTRAN-STATUS       PIC X(02) VALUE "00".
               88 WS-HOLDTRAN-OK       VALUE "00".
           01 WS-HOLDS-STATUS          PIC X(02) VALUE "00".
               88 WS-HL-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-HOLDREG-STATUS        PIC X(02) VALUE "00".
           01 WS-AUTHLOG-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
           01 WS-HOLDS-OPEN-SWITCH     PIC X(01) VALUE "N".
               88 WS-HOLDS-IS-OPEN     VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-STUDENT-KNOWN-SWITCH  PIC X(01) VALUE "Y".
               88 WS-STUDENT-IS-KNOWN  VALUE "Y".
           01 WS-OPERATOR-AUTHORITY    PIC 9(01) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-PLACED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-RELEASED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY UTILPARM.
           COPY ERRLOG.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "HOLDMAINT - REGISTRATION HOLD".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(07) VALUE "ACTION".
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(05) VALUE "TYPE".
               05 FILLER                PIC X(12) VALUE "OFFICE".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-STUDENT-ID      PIC X(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-HOLD-TYPE       PIC X(03).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-PLACING-OFFICE  PIC X(10).
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

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-RESOLVE-OPERATOR.
           OPEN OUTPUT HOLD-REGISTER-FILE.
           WRITE HOLD-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE HOLD-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN I-O REGISTRATION-HOLD-FILE.
           IF WS-HOLDS-STATUS IS EQUAL TO "35"
               OPEN OUTPUT REGISTRATION-HOLD-FILE
               CLOSE REGISTRATION-HOLD-FILE
               OPEN I-O REGISTRATION-HOLD-FILE
           END-IF.
           IF WS-HL-OK
               SET WS-HOLDS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT HOLD-TRANS-FILE.
           IF WS-HOLDTRAN-OK AND WS-HOLDS-IS-OPEN
               PERFORM 2100-READ-TRANSACTION
           ELSE
               SET WS-END-OF-TRANS TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * OPERID names the operator; UTIL's "O" lookup answers the
      * authority level -- zero for an ID the Operator Master doesn't
      * know, and the level-9 still-converting waiver when there is
      * no Operator Master at all.
      *----------------------------------------------------------------
       1100-RESOLVE-OPERATOR.
           MOVE ZERO TO UP-OPERATOR-ID.
           OPEN INPUT OPERATOR-ID-FILE.
           IF WS-OPERID-STATUS IS EQUAL TO "00"
               READ OPERATOR-ID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPERATOR-ID-RECORD TO UP-OPERATOR-ID
               END-READ
               CLOSE OPERATOR-ID-FILE
           END-IF.
           SET UP-FN-OPERATOR-LOOKUP TO TRUE.
           MOVE SPACES TO UP-STATUS-CODE.
           CALL "UTIL" USING UP-FUNCTION-CODE, UP-STUDENT-ID,
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.
           MOVE UP-AUTHORITY-LEVEL TO WS-OPERATOR-AUTHORITY.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-READ-COUNT.
           EVALUATE TRUE
               WHEN WS-OPERATOR-AUTHORITY IS LESS THAN 2
                   MOVE "NOT AUTHORIZED" TO WS-RG-DISPOSITION
                   PERFORM 2700-LOG-AUTHORITY-REFUSAL
                   PERFORM 2600-COUNT-REJECT
               WHEN HT-STUDENT-ID IS NOT NUMERIC
                   MOVE "INVALID STUDENT ID" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN HT-HOLD-TYPE IS EQUAL TO SPACES
                   MOVE "NO HOLD TYPE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN HT-ACTION-PLACE
                   PERFORM 2200-PLACE-HOLD
               WHEN HT-ACTION-RELEASE
                   PERFORM 2300-RELEASE-HOLD
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
           END-EVALUATE.
           PERFORM 2500-WRITE-REGISTER-DETAIL.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ HOLD-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2200-PLACE-HOLD.
           PERFORM 2250-CHECK-STUDENT.
           EVALUATE TRUE
               WHEN HT-PLACING-OFFICE IS EQUAL TO SPACES
                   MOVE "NO PLACING OFFICE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN NOT WS-STUDENT-IS-KNOWN
                   MOVE "STUDENT NOT ON FILE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN OTHER
                   MOVE HT-STUDENT-ID TO HL-STUDENT-ID
                   MOVE HT-HOLD-TYPE TO HL-HOLD-TYPE
                   READ REGISTRATION-HOLD-FILE
                       INVALID KEY
                           PERFORM 2210-BUILD-HOLD
                           WRITE REGISTRATION-HOLD-RECORD
                           MOVE "PLACED" TO WS-RG-DISPOSITION
                           ADD 1 TO WS-PLACED-COUNT
                       NOT INVALID KEY
                           PERFORM 2220-REPLACE-HOLD
                   END-READ
           END-EVALUATE.

       2210-BUILD-HOLD.
           MOVE SPACES TO REGISTRATION-HOLD-RECORD.
           MOVE HT-STUDENT-ID TO HL-STUDENT-ID.
           MOVE HT-HOLD-TYPE TO HL-HOLD-TYPE.
           MOVE HT-PLACING-OFFICE TO HL-PLACING-OFFICE.
           MOVE WS-RUN-DATE TO HL-DATE-PLACED.
           MOVE HT-REASON TO HL-REASON.
           SET HL-ACTIVE TO TRUE.
           MOVE UP-OPERATOR-ID TO HL-PLACED-BY.
           MOVE ZERO TO HL-DATE-RELEASED.
           MOVE ZERO TO HL-RELEASED-BY.

       2220-REPLACE-HOLD.
           IF HL-ACTIVE
               MOVE "HOLD ALREADY ACTIVE" TO WS-RG-DISPOSITION
               PERFORM 2600-COUNT-REJECT
           ELSE
               PERFORM 2210-BUILD-HOLD
               REWRITE REGISTRATION-HOLD-RECORD
               MOVE "PLACED - REACTIVATED" TO WS-RG-DISPOSITION
               ADD 1 TO WS-PLACED-COUNT
           END-IF.

       2250-CHECK-STUDENT.
           MOVE "Y" TO WS-STUDENT-KNOWN-SWITCH.
           IF WS-MASTER-IS-OPEN
               MOVE HT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STUDENT-KNOWN-SWITCH
               END-READ
           END-IF.

       2300-RELEASE-HOLD.
           MOVE HT-STUDENT-ID TO HL-STUDENT-ID.
           MOVE HT-HOLD-TYPE TO HL-HOLD-TYPE.
           READ REGISTRATION-HOLD-FILE
               INVALID KEY
                   MOVE "NO ACTIVE HOLD" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   IF HL-ACTIVE
                       SET HL-RELEASED TO TRUE
                       MOVE WS-RUN-DATE TO HL-DATE-RELEASED
                       MOVE UP-OPERATOR-ID TO HL-RELEASED-BY
                       REWRITE REGISTRATION-HOLD-RECORD
                       MOVE "RELEASED" TO WS-RG-DISPOSITION
                       ADD 1 TO WS-RELEASED-COUNT
                   ELSE
                       MOVE "NO ACTIVE HOLD" TO WS-RG-DISPOSITION
                       PERFORM 2600-COUNT-REJECT
                   END-IF
           END-READ.

       2500-WRITE-REGISTER-DETAIL.
           MOVE HT-ACTION-CODE TO WS-RG-ACTION.
           MOVE HT-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE HT-HOLD-TYPE TO WS-RG-HOLD-TYPE.
           MOVE HT-PLACING-OFFICE TO WS-RG-PLACING-OFFICE.
           WRITE HOLD-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       2600-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.

       2700-LOG-AUTHORITY-REFUSAL.
           MOVE SPACES TO ERROR-LOG-LINE.
           MOVE "HOLDMAIN" TO EL-PROGRAM-ID.
           ACCEPT EL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TM-HHMMSS TO EL-TIME.
           MOVE "AUTH" TO EL-ERROR-CODE.
           STRING "OPERATOR " DELIMITED BY SIZE
                   UP-OPERATOR-ID DELIMITED BY SIZE
                   " REFUSED HOLD " DELIMITED BY SIZE
                   HT-ACTION-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HT-STUDENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HT-HOLD-TYPE DELIMITED BY SIZE
                   INTO EL-ERROR-TEXT.
           OPEN EXTEND AUTHORITY-REFUSAL-LOG.
           IF WS-AUTHLOG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT AUTHORITY-REFUSAL-LOG
           END-IF.
           WRITE AUTHORITY-REFUSAL-LINE FROM ERROR-LOG-LINE.
           CLOSE AUTHORITY-REFUSAL-LOG.

       3000-FINISH.
           MOVE "TRANSACTIONS READ -    " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "HOLDS PLACED -         " TO WS-TL-LABEL.
           MOVE WS-PLACED-COUNT TO WS-TL-COUNT.
           WRITE HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "HOLDS RELEASED -       " TO WS-TL-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-TL-COUNT.
           WRITE HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE HOLD-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-HOLDTRAN-OK OR WS-HOLDTRAN-STATUS IS EQUAL TO "10"
               CLOSE HOLD-TRANS-FILE
           END-IF.
           IF WS-HOLDS-IS-OPEN
               CLOSE REGISTRATION-HOLD-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE HOLD-REGISTER-FILE.

       END PROGRAM HOLDMAINT.
