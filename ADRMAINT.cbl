       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRMAINT.
      *****************************************************************
      *  Student Address maintenance against the STUADDR file (see
      *  copybooks STUADDR.cpy), in the same transaction-and-register
      *  shape as SCHMAINT.  Reads ADDRTRAN transactions -- an action
      *  code and student ID ahead of the address fields:
      *      "A" - add the student's address record
      *      "U" - change the mailing and/or permanent address; an
      *            address group left blank keeps what is on file,
      *            and a new mailing address clears the returned-mail
      *            flag
      *      "R" - flag the mailing address as returned mail
      *      "D" - delete the student's address record
      *  An add must name a student on the Student Master (waived
      *  while STUMSTR is missing entirely, the same still-converting
      *  allowance UTIL's gates make) and must carry a mailing
      *  address; an add with no permanent address takes the mailing
      *  address as permanent.  The effective date is the
      *  transaction's, or the run date when the transaction leaves
      *  it zero.
      *
      *  Every applied change writes a before/after audit line to
      *  ADDRAUD (see copybooks ADRAUDIT.cpy) under the operator
      *  named on OPERID, as the other batch maintenance runs take
      *  it, and a STUADDR entry on the CHGJRNL change journal so
      *  DELTAEXT carries the change downstream.  Applied and
      *  rejected transactions land on the ADDRREG register with
      *  counts at end of job, shop convention RC 4 when anything
      *  rejected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-TRANS-FILE ASSIGN TO "ADDRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRTRAN-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT ADDRESS-AUDIT-FILE ASSIGN TO "ADDRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRAUD-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT ADDRESS-REGISTER-FILE ASSIGN TO "ADDRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRREG-STATUS.
           SELECT OPERATOR-ID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERID-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-TRANS-FILE.
       01  ADDRESS-TRANS-RECORD.
           05  AT-ACTION-CODE          PIC X(01).
               88  AT-ACTION-ADD       VALUE "A".
               88  AT-ACTION-UPDATE    VALUE "U".
               88  AT-ACTION-RETURNED  VALUE "R".
               88  AT-ACTION-DELETE    VALUE "D".
           05  AT-STUDENT-ID           PIC 9(7).
           05  AT-MAILING-ADDRESS      PIC X(91).
           05  AT-PERMANENT-ADDRESS    PIC X(91).
           05  AT-EFFECTIVE-DATE       PIC 9(08).
       FD  STUDENT-ADDRESS-FILE.
           COPY STUADDR.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  ADDRESS-AUDIT-FILE.
       01  ADDRESS-AUDIT-LINE          PIC X(432).
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE         PIC X(90).
       FD  ADDRESS-REGISTER-FILE.
       01  ADDRESS-REGISTER-LINE       PIC X(80).
       FD  OPERATOR-ID-FILE.
       01  OPERATOR-ID-RECORD          PIC 9(4).
       WORKING-STORAGE SECTION.
           01 WS-ADDRTRAN-STATUS       PIC X(02) VALUE "00".
               88 WS-ADDRTRAN-OK       VALUE "00".
           01 WS-ADDRESS-STATUS        PIC X(02) VALUE "00".
               88 WS-AD-OK             VALUE "00".
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-ADDRAUD-STATUS        PIC X(02) VALUE "00".
           01 WS-CHGJRNL-STATUS        PIC X(02) VALUE "00".
           01 WS-ADDRREG-STATUS        PIC X(02) VALUE "00".
           01 WS-OPERID-STATUS         PIC X(02) VALUE "00".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-TRANS      VALUE "Y".
           01 WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
               88 WS-MASTER-IS-OPEN    VALUE "Y".
           01 WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ADDRESS-IS-OPEN   VALUE "Y".
           01 WS-STUDENT-VALID-SWITCH  PIC X(01) VALUE "Y".
               88 WS-STUDENT-IS-VALID  VALUE "Y".
           01 WS-OPERATOR-ID           PIC 9(4) VALUE ZERO.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-BEFORE-IMAGE          PIC X(200) VALUE SPACES.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           COPY ADRAUDIT.
           COPY CHGJRNL.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(35) VALUE
                   "ADRMAINT - STUDENT ADDRESS".
               05 FILLER                PIC X(08) VALUE "REGISTER".
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(07) VALUE "ACTION".
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(31) VALUE
                   "MAILING ADDRESS".
               05 FILLER                PIC X(12) VALUE "DISPOSITION".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-ADDRESS-LINE    PIC X(30).
               05 FILLER                PIC X(01) VALUE SPACE.
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
      * The address file is created on first use, the way SCHMAINT
      * brings CRSSCHED into being; without it nothing can apply and
      * the run ends RC 8.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-RESOLVE-OPERATOR-ID.
           OPEN OUTPUT ADDRESS-REGISTER-FILE.
           WRITE ADDRESS-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE ADDRESS-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-SM-OK
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF.
           OPEN I-O STUDENT-ADDRESS-FILE.
           IF WS-ADDRESS-STATUS IS EQUAL TO "35"
               OPEN OUTPUT STUDENT-ADDRESS-FILE
               CLOSE STUDENT-ADDRESS-FILE
               OPEN I-O STUDENT-ADDRESS-FILE
           END-IF.
           IF WS-AD-OK
               SET WS-ADDRESS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT ADDRESS-TRANS-FILE.
           IF WS-ADDRTRAN-OK AND WS-ADDRESS-IS-OPEN
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
           MOVE AT-MAILING-ADDRESS(1:30) TO WS-RG-ADDRESS-LINE.
           EVALUATE TRUE
               WHEN AT-ACTION-ADD
                   PERFORM 2200-ADD-ADDRESS
               WHEN AT-ACTION-UPDATE
                   PERFORM 2300-UPDATE-ADDRESS
               WHEN AT-ACTION-RETURNED
                   PERFORM 2350-FLAG-RETURNED-MAIL
               WHEN AT-ACTION-DELETE
                   PERFORM 2400-DELETE-ADDRESS
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
           END-EVALUATE.
           PERFORM 2500-WRITE-REGISTER-DETAIL.
           PERFORM 2100-READ-TRANSACTION.

       2100-READ-TRANSACTION.
           READ ADDRESS-TRANS-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2200-ADD-ADDRESS.
           MOVE "Y" TO WS-STUDENT-VALID-SWITCH.
           IF WS-MASTER-IS-OPEN
               MOVE AT-STUDENT-ID TO SM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-STUDENT-VALID-SWITCH
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-STUDENT-IS-VALID
                   MOVE "STUDENT NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN AT-MAILING-ADDRESS IS EQUAL TO SPACES
                   MOVE "NO MAILING ADDRESS" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               WHEN OTHER
                   MOVE SPACES TO STUDENT-ADDRESS-RECORD
                   MOVE AT-STUDENT-ID TO AD-STUDENT-ID
                   MOVE AT-MAILING-ADDRESS TO AD-MAILING-ADDRESS
                   IF AT-PERMANENT-ADDRESS IS EQUAL TO SPACES
                       MOVE AT-MAILING-ADDRESS
                           TO AD-PERMANENT-ADDRESS
                   ELSE
                       MOVE AT-PERMANENT-ADDRESS
                           TO AD-PERMANENT-ADDRESS
                   END-IF
                   PERFORM 2700-SET-EFFECTIVE-DATE
                   WRITE STUDENT-ADDRESS-RECORD
                       INVALID KEY
                           MOVE "DUPLICATE ADDRESS"
                               TO WS-RG-DISPOSITION
                           PERFORM 2600-COUNT-REJECT
                       NOT INVALID KEY
                           MOVE "APPLIED" TO WS-RG-DISPOSITION
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE "A" TO CJ-ACTION
                           PERFORM 2800-RECORD-CHANGE
                   END-WRITE
           END-EVALUATE.

       2300-UPDATE-ADDRESS.
           MOVE AT-STUDENT-ID TO AD-STUDENT-ID.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "ADDRESS NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   MOVE STUDENT-ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   IF AT-MAILING-ADDRESS IS NOT EQUAL TO SPACES
                       MOVE AT-MAILING-ADDRESS TO AD-MAILING-ADDRESS
                       MOVE SPACE TO AD-RETURNED-MAIL-FLAG
                   END-IF
                   IF AT-PERMANENT-ADDRESS IS NOT EQUAL TO SPACES
                       MOVE AT-PERMANENT-ADDRESS
                           TO AD-PERMANENT-ADDRESS
                   END-IF
                   PERFORM 2700-SET-EFFECTIVE-DATE
                   REWRITE STUDENT-ADDRESS-RECORD
                   MOVE "APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "U" TO CJ-ACTION
                   PERFORM 2800-RECORD-CHANGE
           END-READ.

      *----------------------------------------------------------------
      * A returned-mail flag changes nothing but the flag -- the
      * address and its effective date stay as they were, so the
      * mail room can see which address bounced.
      *----------------------------------------------------------------
       2350-FLAG-RETURNED-MAIL.
           MOVE AT-STUDENT-ID TO AD-STUDENT-ID.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "ADDRESS NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   MOVE STUDENT-ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   MOVE AD-MAIL-LINE-1 TO WS-RG-ADDRESS-LINE
                   SET AD-MAIL-RETURNED TO TRUE
                   REWRITE STUDENT-ADDRESS-RECORD
                   MOVE "APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "U" TO CJ-ACTION
                   PERFORM 2800-RECORD-CHANGE
           END-READ.

       2400-DELETE-ADDRESS.
           MOVE AT-STUDENT-ID TO AD-STUDENT-ID.
           READ STUDENT-ADDRESS-FILE
               INVALID KEY
                   MOVE "ADDRESS NOT FOUND" TO WS-RG-DISPOSITION
                   PERFORM 2600-COUNT-REJECT
               NOT INVALID KEY
                   MOVE STUDENT-ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   MOVE AD-MAIL-LINE-1 TO WS-RG-ADDRESS-LINE
                   DELETE STUDENT-ADDRESS-FILE
                   MOVE "APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "D" TO CJ-ACTION
                   PERFORM 2800-RECORD-CHANGE
           END-READ.

       2500-WRITE-REGISTER-DETAIL.
           MOVE AT-ACTION-CODE TO WS-RG-ACTION.
           MOVE AT-STUDENT-ID TO WS-RG-STUDENT-ID.
           WRITE ADDRESS-REGISTER-LINE
               FROM WS-REGISTER-DETAIL-LINE.

       2600-COUNT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.

       2700-SET-EFFECTIVE-DATE.
           IF AT-EFFECTIVE-DATE IS NUMERIC
               AND AT-EFFECTIVE-DATE IS GREATER THAN ZERO
               MOVE AT-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE
           ELSE
               MOVE WS-RUN-DATE TO AD-EFFECTIVE-DATE
           END-IF.

      *----------------------------------------------------------------
      * One audit line and one journal entry per applied change.  The
      * caller sets CJ-ACTION, leaves the before-image in
      * WS-BEFORE-IMAGE, and leaves the record area holding what was
      * written (or, for a delete, what was read ahead of it).  The
      * address image is wider than the journal's image field, so the
      * journal entry carries the key alone; DELTAEXT reads the
      * address as it stands from STUADDR, and the full images stay
      * on ADDRAUD.
      *----------------------------------------------------------------
       2800-RECORD-CHANGE.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-RUN-DATE TO AA-DATE.
           MOVE WS-TM-HHMMSS TO AA-TIME.
           MOVE AT-ACTION-CODE TO AA-FUNCTION-CODE.
           MOVE WS-OPERATOR-ID TO AA-OPERATOR-ID.
           MOVE AT-STUDENT-ID TO AA-STUDENT-ID.
           MOVE WS-BEFORE-IMAGE TO AA-BEFORE-IMAGE.
           IF CJ-ACTION-DELETE
               MOVE SPACES TO AA-AFTER-IMAGE
           ELSE
               MOVE STUDENT-ADDRESS-RECORD TO AA-AFTER-IMAGE
           END-IF.
           OPEN EXTEND ADDRESS-AUDIT-FILE.
           IF WS-ADDRAUD-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT ADDRESS-AUDIT-FILE
           END-IF.
           WRITE ADDRESS-AUDIT-LINE FROM ADDRESS-AUDIT-RECORD.
           CLOSE ADDRESS-AUDIT-FILE.
           MOVE WS-RUN-DATE TO CJ-DATE.
           MOVE WS-TM-HHMMSS TO CJ-TIME.
           MOVE "STUADDR" TO CJ-FILE-ID.
           MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
           MOVE SPACES TO CJ-RECORD-KEY.
           MOVE SPACES TO CJ-RECORD-IMAGE.
           MOVE AT-STUDENT-ID TO CJ-RECORD-KEY(1:7).
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CHGJRNL-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           WRITE CHANGE-JOURNAL-LINE FROM CHANGE-JOURNAL-RECORD.
           CLOSE CHANGE-JOURNAL.

       3000-FINISH.
           MOVE "TRANSACTIONS READ -    " TO WS-TL-LABEL.
           MOVE WS-READ-COUNT TO WS-TL-COUNT.
           WRITE ADDRESS-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS APPLIED - " TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE ADDRESS-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE ADDRESS-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-ADDRTRAN-OK OR WS-ADDRTRAN-STATUS IS EQUAL TO "10"
               CLOSE ADDRESS-TRANS-FILE
           END-IF.
           IF WS-ADDRESS-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           IF WS-MASTER-IS-OPEN
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE ADDRESS-REGISTER-FILE.

       END PROGRAM ADRMAINT.
