       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCOPY.
      *****************************************************************
      *  Masked test-data copy of the production masters.  Testing a
      *  fix to UTIL, TUITBILL or GRADEPST needs realistic files, but
      *  not real students: this job copies the Student Master,
      *  Enrollment, receivables and logon log into test-named files
      *  with everything personal replaced, and rebuilds the name
      *  cross-reference from the masked master.
      *      STUMSTR  -> STUMSTRT   names replaced
      *      STUNAMX  -> STUNAMXT   rebuilt from STUMSTRT
      *      ENROLL   -> ENROLLT    letter grades scrambled
      *      RECVBLE  -> RECVBLET   money amounts scrambled
      *      LOGONLOG -> LOGONLGT   names replaced
      *  Operations moves the test-named files into the test area.
      *
      *  A fake name is worked out from the ID alone -- a surname
      *  and a given name picked from the tables below by the ID's
      *  digits -- so the same ID gets the same fake name in every
      *  file it appears in and STUNAMXT lines up with STUMSTRT.
      *  Only letters and spaces are used, so every fake name passes
      *  UTIL's name validation.  A blank name (a denied logon) stays
      *  blank.
      *
      *  A letter grade is replaced by one drawn from the ordinary
      *  A through F range; I, W and ungraded enrollments keep their
      *  grade, since the lapse, withdrawal and posting paths under
      *  test key off them.  Each receivable's paid, aid and balance
      *  are scaled by the same factor between one half and one and
      *  a half, and the billed amount is rebuilt from them, so a
      *  paid-up account stays paid up, a credit stays a credit, and
      *  an account owing still owes.  Aid never posted stays spaces.
      *
      *  Keys, record counts and every non-personal field are copied
      *  as they stand, so joins between the test files work the way
      *  they do in production.  Each test file is read back after
      *  it is written, and the MASKRPT proof report sets its record
      *  count and student-ID hash total against the production
      *  file's; anything out of balance ends RC 8.  A production
      *  file that isn't there is reported and skipped with RC 4,
      *  except the Student Master, which every other copy depends
      *  on, and ends the run RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT TEST-STUDENT-MASTER ASSIGN TO "STUMSTRT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TSM-STUDENT-ID
               FILE STATUS IS WS-TEST-MASTER-STATUS.
           SELECT NAME-XREF-FILE ASSIGN TO "STUNAMX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NX-KEY
               FILE STATUS IS WS-NAME-XREF-STATUS.
           SELECT TEST-NAME-XREF ASSIGN TO "STUNAMXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNX-KEY
               FILE STATUS IS WS-TEST-XREF-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               ALTERNATE RECORD KEY IS EN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.
           SELECT TEST-ENROLLMENT-FILE ASSIGN TO "ENROLLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEN-KEY
               ALTERNATE RECORD KEY IS TEN-COURSE-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-TEST-ENROLL-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-RECEIVABLE-STATUS.
           SELECT TEST-RECEIVABLE-FILE ASSIGN TO "RECVBLET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRV-KEY
               FILE STATUS IS WS-TEST-RECV-STATUS.
           SELECT LOGON-LOG-FILE ASSIGN TO "LOGONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGON-LOG-STATUS.
           SELECT TEST-LOGON-LOG ASSIGN TO "LOGONLGT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-LOG-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  TEST-STUDENT-MASTER.
       01  TEST-STUDENT-MASTER-RECORD.
           05  TSM-STUDENT-ID          PIC 9(7).
           05  FILLER                  PIC X(37).
       FD  NAME-XREF-FILE.
           COPY STUNAMX.
       FD  TEST-NAME-XREF.
       01  TEST-NAME-XREF-RECORD.
           05  TNX-KEY.
               10  TNX-STUDENT-NAME    PIC X(30).
               10  TNX-STUDENT-ID      PIC 9(7).
           05  TNX-STATUS-CODE         PIC X(01).
           05  FILLER                  PIC X(06).
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  TEST-ENROLLMENT-FILE.
       01  TEST-ENROLLMENT-RECORD.
           05  TEN-KEY.
               10  TEN-STUDENT-ID      PIC 9(7).
               10  TEN-COURSE-CODE     PIC X(06).
           05  FILLER                  PIC X(30).
       FD  RECEIVABLE-FILE.
           COPY RECVBLE.
       FD  TEST-RECEIVABLE-FILE.
       01  TEST-RECEIVABLE-RECORD.
           05  TRV-KEY.
               10  TRV-STUDENT-ID      PIC 9(7).
               10  TRV-TERM            PIC X(06).
           05  FILLER                  PIC X(48).
       FD  LOGON-LOG-FILE.
           COPY LOGONLOG.
       FD  TEST-LOGON-LOG.
       01  TEST-LOGON-LOG-RECORD.
           05  FILLER                  PIC X(09).
           05  TLL-STUDENT-ID          PIC 9(07).
           05  FILLER                  PIC X(53).
       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-TEST-MASTER-STATUS    PIC X(02) VALUE "00".
           01 WS-NAME-XREF-STATUS      PIC X(02) VALUE "00".
               88 WS-NX-OK             VALUE "00".
           01 WS-TEST-XREF-STATUS      PIC X(02) VALUE "00".
           01 WS-ENROLLMENT-STATUS     PIC X(02) VALUE "00".
               88 WS-EN-OK             VALUE "00".
           01 WS-TEST-ENROLL-STATUS    PIC X(02) VALUE "00".
           01 WS-RECEIVABLE-STATUS     PIC X(02) VALUE "00".
               88 WS-RV-OK             VALUE "00".
           01 WS-TEST-RECV-STATUS      PIC X(02) VALUE "00".
           01 WS-LOGON-LOG-STATUS      PIC X(02) VALUE "00".
               88 WS-LOG-OK            VALUE "00".
           01 WS-TEST-LOG-STATUS       PIC X(02) VALUE "00".
           01 WS-MASKRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
      *    Production and test counts and ID hash totals for the
      *    file being copied; 7000-PRINT-PROOF-LINE sets one against
      *    the other and clears them for the next file.
           01 WS-PROD-COUNT            PIC 9(07) VALUE ZERO.
           01 WS-TEST-COUNT            PIC 9(07) VALUE ZERO.
           01 WS-PROD-HASH             PIC 9(12) VALUE ZERO.
           01 WS-TEST-HASH             PIC 9(12) VALUE ZERO.
           01 WS-FILE-PRESENT-SWITCH   PIC X(01) VALUE "Y".
               88 WS-FILE-PRESENT      VALUE "Y".
           01 WS-OUT-OF-BALANCE-COUNT  PIC 9(05) COMP VALUE ZERO.
      *    Fake-name work areas.
           01 WS-NAME-ID               PIC 9(7) VALUE ZERO.
           01 WS-NAME-QUOTIENT         PIC 9(7) VALUE ZERO.
           01 WS-SURNAME-INDEX         PIC 9(02) COMP VALUE ZERO.
           01 WS-GIVEN-INDEX           PIC 9(02) COMP VALUE ZERO.
           01 WS-FAKE-NAME             PIC X(30) VALUE SPACES.
           01 WS-SURNAME-VALUES.
               05 FILLER                PIC X(10) VALUE "ABBOTT".
               05 FILLER                PIC X(10) VALUE "BARNES".
               05 FILLER                PIC X(10) VALUE "CARTER".
               05 FILLER                PIC X(10) VALUE "DALTON".
               05 FILLER                PIC X(10) VALUE "ELLIS".
               05 FILLER                PIC X(10) VALUE "FOSTER".
               05 FILLER                PIC X(10) VALUE "GRAVES".
               05 FILLER                PIC X(10) VALUE "HOLLAND".
               05 FILLER                PIC X(10) VALUE "INGRAM".
               05 FILLER                PIC X(10) VALUE "JENSEN".
               05 FILLER                PIC X(10) VALUE "KEMP".
               05 FILLER                PIC X(10) VALUE "LAWSON".
               05 FILLER                PIC X(10) VALUE "MERCER".
               05 FILLER                PIC X(10) VALUE "NOLAN".
               05 FILLER                PIC X(10) VALUE "OSBORNE".
               05 FILLER                PIC X(10) VALUE "PRICE".
               05 FILLER                PIC X(10) VALUE "QUINN".
               05 FILLER                PIC X(10) VALUE "RIVERS".
               05 FILLER                PIC X(10) VALUE "SAWYER".
               05 FILLER                PIC X(10) VALUE "TALBOT".
               05 FILLER                PIC X(10) VALUE "UPTON".
               05 FILLER                PIC X(10) VALUE "VAUGHN".
               05 FILLER                PIC X(10) VALUE "WALSH".
               05 FILLER                PIC X(10) VALUE "YORK".
               05 FILLER                PIC X(10) VALUE "ZELLER".
               05 FILLER                PIC X(10) VALUE "MARSH".
           01 WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
               05 WS-SURNAME            PIC X(10) OCCURS 26 TIMES.
           01 WS-GIVEN-NAME-VALUES.
               05 FILLER                PIC X(10) VALUE "ALICE".
               05 FILLER                PIC X(10) VALUE "BRIAN".
               05 FILLER                PIC X(10) VALUE "CAROL".
               05 FILLER                PIC X(10) VALUE "DAVID".
               05 FILLER                PIC X(10) VALUE "ELAINE".
               05 FILLER                PIC X(10) VALUE "FRANK".
               05 FILLER                PIC X(10) VALUE "GRACE".
               05 FILLER                PIC X(10) VALUE "HENRY".
               05 FILLER                PIC X(10) VALUE "IRENE".
               05 FILLER                PIC X(10) VALUE "JAMES".
               05 FILLER                PIC X(10) VALUE "KAREN".
               05 FILLER                PIC X(10) VALUE "LARRY".
               05 FILLER                PIC X(10) VALUE "MARTHA".
               05 FILLER                PIC X(10) VALUE "NEIL".
               05 FILLER                PIC X(10) VALUE "OLIVE".
               05 FILLER                PIC X(10) VALUE "PETER".
               05 FILLER                PIC X(10) VALUE "RUTH".
               05 FILLER                PIC X(10) VALUE "SAMUEL".
               05 FILLER                PIC X(10) VALUE "TERESA".
               05 FILLER                PIC X(10) VALUE "VICTOR".
               05 FILLER                PIC X(10) VALUE "WENDY".
               05 FILLER                PIC X(10) VALUE "ALBERT".
               05 FILLER                PIC X(10) VALUE "BEATRICE".
               05 FILLER                PIC X(10) VALUE "CHARLES".
               05 FILLER                PIC X(10) VALUE "DORIS".
               05 FILLER                PIC X(10) VALUE "EDWARD".
           01 WS-GIVEN-NAME-TABLE REDEFINES WS-GIVEN-NAME-VALUES.
               05 WS-GIVEN-NAME         PIC X(10) OCCURS 26 TIMES.
      *    Grade scrambling: the ordinary letter grades a posted
      *    A-F grade is replaced from.
           01 WS-GRADE-VALUES          PIC X(24) VALUE
               "A A-B+B B-C+C C-D+D D-F ".
           01 WS-GRADE-TABLE REDEFINES WS-GRADE-VALUES.
               05 WS-SCRAMBLE-GRADE     PIC X(02) OCCURS 12 TIMES.
           01 WS-GRADE-INDEX           PIC 9(02) COMP VALUE ZERO.
      *    Money scrambling.
           01 WS-SCRAMBLE-SEED         PIC 9(09) VALUE ZERO.
           01 WS-SEED-QUOTIENT         PIC 9(09) VALUE ZERO.
           01 WS-SCALE-PERCENT         PIC 9(03) VALUE ZERO.
           01 WS-AID-AMOUNT            PIC 9(06)V99 VALUE ZERO.
           01 WS-BALANCE-AMOUNT        PIC S9(09)V99 VALUE ZERO.
           01 WS-NEW-PAID              PIC S9(09)V99 VALUE ZERO.
           01 WS-NEW-AID               PIC S9(09)V99 VALUE ZERO.
           01 WS-NEW-BALANCE           PIC S9(09)V99 VALUE ZERO.
           01 WS-NEW-BILLED            PIC S9(09)V99 VALUE ZERO.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(40) VALUE
                   "MASKCOPY - MASKED TEST COPY PROOF".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(10) VALUE "FILE".
               05 FILLER                PIC X(09) VALUE "PROD CNT".
               05 FILLER                PIC X(09) VALUE "TEST CNT".
               05 FILLER                PIC X(14) VALUE "PROD ID HASH".
               05 FILLER                PIC X(14) VALUE "TEST ID HASH".
               05 FILLER                PIC X(14) VALUE "RESULT".
           01 WS-PROOF-DETAIL-LINE.
               05 WS-PD-FILE-NAME       PIC X(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-PD-PROD-COUNT      PIC ZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-PD-TEST-COUNT      PIC ZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-PD-PROD-HASH       PIC ZZZZZZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-PD-TEST-HASH       PIC ZZZZZZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-PD-RESULT          PIC X(14).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PROOF-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE PROOF-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE PROOF-REPORT-LINE FROM WS-REPORT-HEADING-2.
           PERFORM 1000-COPY-STUDENT-MASTER.
           IF WS-RETURN-CODE IS LESS THAN 8
               PERFORM 2000-COPY-NAME-XREF
               PERFORM 3000-COPY-ENROLLMENT
               PERFORM 4000-COPY-RECEIVABLES
               PERFORM 5000-COPY-LOGON-LOG
           END-IF.
           WRITE PROOF-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "FILES OUT OF BALANCE - " TO WS-TL-LABEL.
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-TL-COUNT.
           WRITE PROOF-REPORT-LINE FROM WS-TRAILER-LINE.
           CLOSE PROOF-REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * Student Master.  The name cross-reference is rebuilt in the
      * same pass -- one STUNAMXT entry per masked master record,
      * under the masked name -- so the test copy's name search finds
      * exactly the students the test master holds.  The test
      * cross-reference is written in name order rather than key
      * order, hence its random-access write.
      *----------------------------------------------------------------
       1000-COPY-STUDENT-MASTER.
           MOVE "STUMSTR " TO WS-PD-FILE-NAME.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF NOT WS-SM-OK
               MOVE "N" TO WS-FILE-PRESENT-SWITCH
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT TEST-STUDENT-MASTER
               OPEN OUTPUT TEST-NAME-XREF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 1100-READ-MASTER
               PERFORM 1200-MASK-ONE-STUDENT UNTIL WS-END-OF-INPUT
               CLOSE TEST-NAME-XREF
               CLOSE TEST-STUDENT-MASTER
               CLOSE STUDENT-MASTER-FILE
               PERFORM 1300-VERIFY-TEST-MASTER
           END-IF.
           PERFORM 7000-PRINT-PROOF-LINE.

       1100-READ-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       1200-MASK-ONE-STUDENT.
           ADD 1 TO WS-PROD-COUNT.
           ADD SM-STUDENT-ID TO WS-PROD-HASH.
           MOVE SM-STUDENT-ID TO WS-NAME-ID.
           PERFORM 8000-BUILD-FAKE-NAME.
           MOVE WS-FAKE-NAME TO SM-STUDENT-NAME.
           WRITE TEST-STUDENT-MASTER-RECORD FROM STUDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MASKCOPY - DUPLICATE KEY SKIPPED "
                       SM-STUDENT-ID
           END-WRITE.
           MOVE SPACES TO TEST-NAME-XREF-RECORD.
           MOVE WS-FAKE-NAME TO TNX-STUDENT-NAME.
           MOVE SM-STUDENT-ID TO TNX-STUDENT-ID.
           MOVE SM-STATUS-CODE TO TNX-STATUS-CODE.
           WRITE TEST-NAME-XREF-RECORD
               INVALID KEY
                   DISPLAY "MASKCOPY - DUPLICATE XREF SKIPPED "
                       SM-STUDENT-ID
           END-WRITE.
           PERFORM 1100-READ-MASTER.

       1300-VERIFY-TEST-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT TEST-STUDENT-MASTER.
           PERFORM 1310-COUNT-TEST-MASTER UNTIL WS-END-OF-INPUT.
           CLOSE TEST-STUDENT-MASTER.

       1310-COUNT-TEST-MASTER.
           READ TEST-STUDENT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-COUNT
                   ADD TSM-STUDENT-ID TO WS-TEST-HASH
           END-READ.

      *----------------------------------------------------------------
      * Nothing is copied from the production STUNAMX -- the test
      * one was built from the masked master above.  Production's is
      * only counted here, so the proof shows the rebuilt
      * cross-reference holds the same students production's does.
      *----------------------------------------------------------------
       2000-COPY-NAME-XREF.
           MOVE "STUNAMX " TO WS-PD-FILE-NAME.
           OPEN INPUT NAME-XREF-FILE.
           IF NOT WS-NX-OK
               MOVE "N" TO WS-FILE-PRESENT-SWITCH
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-COUNT-PROD-XREF UNTIL WS-END-OF-INPUT
               CLOSE NAME-XREF-FILE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT TEST-NAME-XREF
               MOVE LOW-VALUES TO TNX-KEY
               START TEST-NAME-XREF KEY IS NOT LESS THAN TNX-KEY
                   INVALID KEY
                       SET WS-END-OF-INPUT TO TRUE
               END-START
               PERFORM 2200-COUNT-TEST-XREF UNTIL WS-END-OF-INPUT
               CLOSE TEST-NAME-XREF
           END-IF.
           PERFORM 7000-PRINT-PROOF-LINE.

       2100-COUNT-PROD-XREF.
           READ NAME-XREF-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROD-COUNT
                   ADD NX-STUDENT-ID TO WS-PROD-HASH
           END-READ.

       2200-COUNT-TEST-XREF.
           READ TEST-NAME-XREF NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-COUNT
                   ADD TNX-STUDENT-ID TO WS-TEST-HASH
           END-READ.

      *----------------------------------------------------------------
      * Enrollment.  Only a posted A-F grade is replaced; the pick
      * from the grade table is driven by the ID and the record's
      * position, so a rerun against the same file masks it the
      * same way.
      *----------------------------------------------------------------
       3000-COPY-ENROLLMENT.
           MOVE "ENROLL  " TO WS-PD-FILE-NAME.
           OPEN INPUT ENROLLMENT-FILE.
           IF NOT WS-EN-OK
               MOVE "N" TO WS-FILE-PRESENT-SWITCH
           ELSE
               OPEN OUTPUT TEST-ENROLLMENT-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-READ-ENROLLMENT
               PERFORM 3200-MASK-ONE-ENROLLMENT UNTIL WS-END-OF-INPUT
               CLOSE TEST-ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT TEST-ENROLLMENT-FILE
               PERFORM 3300-COUNT-TEST-ENROLLMENT
                   UNTIL WS-END-OF-INPUT
               CLOSE TEST-ENROLLMENT-FILE
           END-IF.
           PERFORM 7000-PRINT-PROOF-LINE.

       3100-READ-ENROLLMENT.
           READ ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       3200-MASK-ONE-ENROLLMENT.
           ADD 1 TO WS-PROD-COUNT.
           ADD EN-STUDENT-ID TO WS-PROD-HASH.
           IF EN-GRADE(1:1) IS EQUAL TO "A" OR "B" OR "C" OR "D"
                   OR "F"
               COMPUTE WS-SCRAMBLE-SEED = EN-STUDENT-ID + WS-PROD-COUNT
               DIVIDE WS-SCRAMBLE-SEED BY 12 GIVING WS-SEED-QUOTIENT
                   REMAINDER WS-GRADE-INDEX
               ADD 1 TO WS-GRADE-INDEX
               MOVE WS-SCRAMBLE-GRADE(WS-GRADE-INDEX) TO EN-GRADE
           END-IF.
           WRITE TEST-ENROLLMENT-RECORD FROM ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "MASKCOPY - DUPLICATE KEY SKIPPED "
                       EN-KEY
           END-WRITE.
           PERFORM 3100-READ-ENROLLMENT.

       3300-COUNT-TEST-ENROLLMENT.
           READ TEST-ENROLLMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-COUNT
                   ADD TEN-STUDENT-ID TO WS-TEST-HASH
           END-READ.

      *----------------------------------------------------------------
      * Receivables.  Paid, aid and balance owing are each scaled by
      * the record's percentage and the billed amount is put back
      * together from the three, so billed less paid less aid still
      * comes to the scaled balance to the cent.  A record whose
      * scaled amounts would not fit the layout keeps its amounts.
      *----------------------------------------------------------------
       4000-COPY-RECEIVABLES.
           MOVE "RECVBLE " TO WS-PD-FILE-NAME.
           OPEN INPUT RECEIVABLE-FILE.
           IF NOT WS-RV-OK
               MOVE "N" TO WS-FILE-PRESENT-SWITCH
           ELSE
               OPEN OUTPUT TEST-RECEIVABLE-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-READ-RECEIVABLE
               PERFORM 4200-MASK-ONE-RECEIVABLE UNTIL WS-END-OF-INPUT
               CLOSE TEST-RECEIVABLE-FILE
               CLOSE RECEIVABLE-FILE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT TEST-RECEIVABLE-FILE
               PERFORM 4300-COUNT-TEST-RECEIVABLE
                   UNTIL WS-END-OF-INPUT
               CLOSE TEST-RECEIVABLE-FILE
           END-IF.
           PERFORM 7000-PRINT-PROOF-LINE.

       4100-READ-RECEIVABLE.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       4200-MASK-ONE-RECEIVABLE.
           ADD 1 TO WS-PROD-COUNT.
           ADD RV-STUDENT-ID TO WS-PROD-HASH.
           COMPUTE WS-SCRAMBLE-SEED = RV-STUDENT-ID + WS-PROD-COUNT.
           DIVIDE WS-SCRAMBLE-SEED BY 100 GIVING WS-SEED-QUOTIENT
               REMAINDER WS-SCALE-PERCENT.
           ADD 50 TO WS-SCALE-PERCENT.
           IF RV-AID-APPLIED-AMOUNT IS NUMERIC
               MOVE RV-AID-APPLIED-AMOUNT TO WS-AID-AMOUNT
           ELSE
               MOVE ZERO TO WS-AID-AMOUNT
           END-IF.
           COMPUTE WS-BALANCE-AMOUNT = RV-BILLED-AMOUNT
               - RV-PAID-AMOUNT - WS-AID-AMOUNT.
           COMPUTE WS-NEW-PAID ROUNDED =
               RV-PAID-AMOUNT * WS-SCALE-PERCENT / 100.
           COMPUTE WS-NEW-AID ROUNDED =
               WS-AID-AMOUNT * WS-SCALE-PERCENT / 100.
           COMPUTE WS-NEW-BALANCE ROUNDED =
               WS-BALANCE-AMOUNT * WS-SCALE-PERCENT / 100.
           COMPUTE WS-NEW-BILLED =
               WS-NEW-PAID + WS-NEW-AID + WS-NEW-BALANCE.
           IF WS-NEW-BILLED IS LESS THAN ZERO
               MOVE ZERO TO WS-NEW-BILLED
           END-IF.
           IF WS-NEW-BILLED IS LESS THAN 10000000
               AND WS-NEW-PAID IS LESS THAN 10000000
               AND WS-NEW-AID IS LESS THAN 1000000
               MOVE WS-NEW-BILLED TO RV-BILLED-AMOUNT
               MOVE WS-NEW-PAID TO RV-PAID-AMOUNT
               IF RV-AID-APPLIED-AMOUNT IS NUMERIC
                   MOVE WS-NEW-AID TO RV-AID-APPLIED-AMOUNT
               END-IF
           END-IF.
           WRITE TEST-RECEIVABLE-RECORD FROM RECEIVABLE-RECORD
               INVALID KEY
                   DISPLAY "MASKCOPY - DUPLICATE KEY SKIPPED "
                       RV-KEY
           END-WRITE.
           PERFORM 4100-READ-RECEIVABLE.

       4300-COUNT-TEST-RECEIVABLE.
           READ TEST-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-COUNT
                   ADD TRV-STUDENT-ID TO WS-TEST-HASH
           END-READ.

      *----------------------------------------------------------------
      * Logon log.  The ID on a log line is masked with the same
      * fake name it gets everywhere else; a denied attempt's blank
      * name stays blank.
      *----------------------------------------------------------------
       5000-COPY-LOGON-LOG.
           MOVE "LOGONLOG" TO WS-PD-FILE-NAME.
           OPEN INPUT LOGON-LOG-FILE.
           IF NOT WS-LOG-OK
               MOVE "N" TO WS-FILE-PRESENT-SWITCH
           ELSE
               OPEN OUTPUT TEST-LOGON-LOG
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 5100-READ-LOGON-LOG
               PERFORM 5200-MASK-ONE-LOG-LINE UNTIL WS-END-OF-INPUT
               CLOSE TEST-LOGON-LOG
               CLOSE LOGON-LOG-FILE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT TEST-LOGON-LOG
               PERFORM 5300-COUNT-TEST-LOG-LINE UNTIL WS-END-OF-INPUT
               CLOSE TEST-LOGON-LOG
           END-IF.
           PERFORM 7000-PRINT-PROOF-LINE.

       5100-READ-LOGON-LOG.
           READ LOGON-LOG-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       5200-MASK-ONE-LOG-LINE.
           ADD 1 TO WS-PROD-COUNT.
           IF LL-STUDENT-ID IS NUMERIC
               ADD LL-STUDENT-ID TO WS-PROD-HASH
               IF LL-STUDENT-NAME IS NOT EQUAL TO SPACES
                   MOVE LL-STUDENT-ID TO WS-NAME-ID
                   PERFORM 8000-BUILD-FAKE-NAME
                   MOVE WS-FAKE-NAME TO LL-STUDENT-NAME
               END-IF
           ELSE
               MOVE SPACES TO LL-STUDENT-NAME
           END-IF.
           WRITE TEST-LOGON-LOG-RECORD FROM LOGON-LOG-RECORD.
           PERFORM 5100-READ-LOGON-LOG.

       5300-COUNT-TEST-LOG-LINE.
           READ TEST-LOGON-LOG
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-COUNT
                   IF TLL-STUDENT-ID IS NUMERIC
                       ADD TLL-STUDENT-ID TO WS-TEST-HASH
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * One proof line per file.  A production file that isn't there
      * prints as such and is a warning; counts or hash totals that
      * disagree are an out-of-balance copy and fail the run.
      *----------------------------------------------------------------
       7000-PRINT-PROOF-LINE.
           MOVE WS-PROD-COUNT TO WS-PD-PROD-COUNT.
           MOVE WS-TEST-COUNT TO WS-PD-TEST-COUNT.
           MOVE WS-PROD-HASH TO WS-PD-PROD-HASH.
           MOVE WS-TEST-HASH TO WS-PD-TEST-HASH.
           EVALUATE TRUE
               WHEN NOT WS-FILE-PRESENT
                   MOVE "NOT ON SYSTEM" TO WS-PD-RESULT
                   IF WS-RETURN-CODE IS LESS THAN 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-PROD-COUNT IS EQUAL TO WS-TEST-COUNT
                       AND WS-PROD-HASH IS EQUAL TO WS-TEST-HASH
                   MOVE "BALANCED" TO WS-PD-RESULT
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO WS-PD-RESULT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-DETAIL-LINE.
           MOVE ZERO TO WS-PROD-COUNT.
           MOVE ZERO TO WS-TEST-COUNT.
           MOVE ZERO TO WS-PROD-HASH.
           MOVE ZERO TO WS-TEST-HASH.
           MOVE "Y" TO WS-FILE-PRESENT-SWITCH.

      *----------------------------------------------------------------
      * Fake name for WS-NAME-ID: the ID's remainder over 26 picks
      * the surname and the next 26s the given name, surname first
      * the way the registrar keys names.
      *----------------------------------------------------------------
       8000-BUILD-FAKE-NAME.
           DIVIDE WS-NAME-ID BY 26 GIVING WS-NAME-QUOTIENT
               REMAINDER WS-SURNAME-INDEX.
           ADD 1 TO WS-SURNAME-INDEX.
           DIVIDE WS-NAME-QUOTIENT BY 26 GIVING WS-NAME-QUOTIENT
               REMAINDER WS-GIVEN-INDEX.
           ADD 1 TO WS-GIVEN-INDEX.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-SURNAME(WS-SURNAME-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-GIVEN-NAME(WS-GIVEN-INDEX) DELIMITED BY SPACE
                   INTO WS-FAKE-NAME.

       END PROGRAM MASKCOPY.
