       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCONV.
      *****************************************************************
      *  One-time OPRMSTR layout conversion.  The Operator Master
      *  record grew a last-logon date and an added date when access
      *  recertification came to OPRCERT, so the keyed OPRMSTR built
      *  under the shorter layout has to be rebuilt record by record:
      *  the old file is read in key order under its old layout and
      *  written to OPRMSTRN under the current copybook layout.  The
      *  old file knows nothing of either date, so the last-logon
      *  date starts at zero (the next granted logon stamps it) and
      *  the added date is the conversion date -- every existing ID
      *  gets the full idle allowance from today before the
      *  recertification run can lock it.  Operations renames the
      *  new file over the old one after the verify.
      *
      *  The rebuilt file is re-read front to back and its count
      *  proved against the count written, the same way RECVCONV and
      *  SCHCONV verify their conversions; a mismatch reports as a
      *  verify failure with RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-MASTER ASSIGN TO "OPRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OOM-OPERATOR-ID
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-OPERATOR-MASTER ASSIGN TO "OPRMSTRN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPERATOR-MASTER.
       01  OLD-OPERATOR-MASTER-RECORD.
           05  OOM-OPERATOR-ID         PIC 9(4).
           05  OOM-OPERATOR-NAME       PIC X(30).
           05  OOM-AUTHORITY-LEVEL     PIC 9(01).
           05  OOM-PASSWORD            PIC X(08).
           05  OOM-PASSWORD-EXPIRY     PIC 9(08).
           05  OOM-FAIL-COUNT          PIC 9(01).
           05  OOM-LOCK-FLAG           PIC X(01).
           05  OOM-FORCE-CHANGE-FLAG   PIC X(01).
           05  FILLER                  PIC X(06).
       FD  NEW-OPERATOR-MASTER.
           COPY OPRMSTR.
       WORKING-STORAGE SECTION.
           01 WS-OLD-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-OLD-OK            VALUE "00".
           01 WS-NEW-FILE-STATUS       PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CONVERTED-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-VERIFY-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLD-OPERATOR-MASTER.
           IF NOT WS-OLD-OK
               DISPLAY "OPRCONV - OPRMSTR NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-OPERATOR-MASTER
               PERFORM 1000-READ-OLD-OPERATOR
               PERFORM 2000-CONVERT-ONE-OPERATOR
                   UNTIL WS-END-OF-INPUT
               CLOSE NEW-OPERATOR-MASTER
               CLOSE OLD-OPERATOR-MASTER
               PERFORM 3000-VERIFY-NEW-OPERATORS
           END-IF.
           STOP RUN.

       1000-READ-OLD-OPERATOR.
           READ OLD-OPERATOR-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The key is unchanged, so the old file's sequence loads
      * cleanly through the sequential-output open.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-MASTER-RECORD.
           MOVE OOM-OPERATOR-ID TO OM-OPERATOR-ID.
           MOVE OOM-OPERATOR-NAME TO OM-OPERATOR-NAME.
           MOVE OOM-AUTHORITY-LEVEL TO OM-AUTHORITY-LEVEL.
           MOVE OOM-PASSWORD TO OM-PASSWORD.
           MOVE OOM-PASSWORD-EXPIRY TO OM-PASSWORD-EXPIRY.
           MOVE OOM-FAIL-COUNT TO OM-FAIL-COUNT.
           MOVE OOM-LOCK-FLAG TO OM-LOCK-FLAG.
           MOVE OOM-FORCE-CHANGE-FLAG TO OM-FORCE-CHANGE-FLAG.
           MOVE ZERO TO OM-LAST-LOGON-DATE.
           MOVE WS-RUN-DATE TO OM-ADDED-DATE.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "OPRCONV - DUPLICATE KEY SKIPPED "
                       OM-OPERATOR-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
           PERFORM 1000-READ-OLD-OPERATOR.

       3000-VERIFY-NEW-OPERATORS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NEW-OPERATOR-MASTER.
           PERFORM 3100-COUNT-NEW-OPERATOR UNTIL WS-END-OF-INPUT.
           CLOSE NEW-OPERATOR-MASTER.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "OPRCONV RECORDS CONVERTED - " WS-COUNT-DISPLAY.
           MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "OPRCONV RECORDS VERIFIED -  " WS-COUNT-DISPLAY.
           IF WS-CONVERTED-COUNT IS EQUAL TO WS-VERIFY-COUNT
               DISPLAY "OPRCONV VERIFY SUCCESSFUL"
           ELSE
               DISPLAY "OPRCONV VERIFY FAILED - COUNTS DIFFER"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-COUNT-NEW-OPERATOR.
           READ NEW-OPERATOR-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

       END PROGRAM OPRCONV.
