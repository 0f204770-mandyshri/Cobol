       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECVCONV.
      *****************************************************************
      *  One-time RECVBLE layout conversion.  The receivable record
      *  grew a re-billing flag (and spare bytes behind it) when
      *  section cancellation came to SECCANCL, so the keyed RECVBLE
      *  built under the shorter layout has to be rebuilt record by
      *  record: the old file is read in key order under its old
      *  layout and written to RECVBLEN under the current copybook
      *  layout with the flag left clear.  A receivable written
      *  before aid was posted keeps the spaces it carries there,
      *  which every reader already takes as zero.  Operations
      *  renames the new file over the old one after the verify.
      *
      *  The rebuilt file is re-read front to back and its count
      *  proved against the count written, the same way SCHCONV and
      *  STUCONV verify their conversions; a mismatch reports as a
      *  verify failure with RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RECEIVABLE-FILE ASSIGN TO "RECVBLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORV-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-RECEIVABLE-FILE ASSIGN TO "RECVBLEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RECEIVABLE-FILE.
       01  OLD-RECEIVABLE-RECORD.
           05  ORV-KEY.
               10  ORV-STUDENT-ID      PIC 9(7).
               10  ORV-TERM            PIC X(06).
           05  ORV-CREDIT-HOURS        PIC 9(04).
           05  ORV-BILLED-AMOUNT       PIC 9(07)V99.
           05  ORV-PAID-AMOUNT         PIC 9(07)V99.
           05  ORV-BILL-DATE           PIC 9(08).
           05  ORV-AID-APPLIED-AMOUNT  PIC 9(06)V99.
       FD  NEW-RECEIVABLE-FILE.
           COPY RECVBLE.
       WORKING-STORAGE SECTION.
           01 WS-OLD-FILE-STATUS       PIC X(02) VALUE "00".
               88 WS-OLD-OK            VALUE "00".
           01 WS-NEW-FILE-STATUS       PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-CONVERTED-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-VERIFY-COUNT          PIC 9(07) VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT OLD-RECEIVABLE-FILE.
           IF NOT WS-OLD-OK
               DISPLAY "RECVCONV - RECVBLE NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT NEW-RECEIVABLE-FILE
               PERFORM 1000-READ-OLD-RECEIVABLE
               PERFORM 2000-CONVERT-ONE-RECEIVABLE
                   UNTIL WS-END-OF-INPUT
               CLOSE NEW-RECEIVABLE-FILE
               CLOSE OLD-RECEIVABLE-FILE
               PERFORM 3000-VERIFY-NEW-RECEIVABLES
           END-IF.
           STOP RUN.

       1000-READ-OLD-RECEIVABLE.
           READ OLD-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The key is unchanged, so the old file's sequence loads
      * cleanly through the sequential-output open.  An aid amount
      * never posted stays spaces, exactly as its readers expect.
      *----------------------------------------------------------------
       2000-CONVERT-ONE-RECEIVABLE.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE ORV-STUDENT-ID TO RV-STUDENT-ID.
           MOVE ORV-TERM TO RV-TERM.
           MOVE ORV-CREDIT-HOURS TO RV-CREDIT-HOURS.
           MOVE ORV-BILLED-AMOUNT TO RV-BILLED-AMOUNT.
           MOVE ORV-PAID-AMOUNT TO RV-PAID-AMOUNT.
           MOVE ORV-BILL-DATE TO RV-BILL-DATE.
           IF ORV-AID-APPLIED-AMOUNT IS NUMERIC
               MOVE ORV-AID-APPLIED-AMOUNT TO RV-AID-APPLIED-AMOUNT
           END-IF.
           WRITE RECEIVABLE-RECORD
               INVALID KEY
                   DISPLAY "RECVCONV - DUPLICATE KEY SKIPPED "
                       RV-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
           PERFORM 1000-READ-OLD-RECEIVABLE.

       3000-VERIFY-NEW-RECEIVABLES.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT NEW-RECEIVABLE-FILE.
           PERFORM 3100-COUNT-NEW-RECEIVABLE UNTIL WS-END-OF-INPUT.
           CLOSE NEW-RECEIVABLE-FILE.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "RECVCONV RECORDS CONVERTED - " WS-COUNT-DISPLAY.
           MOVE WS-VERIFY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "RECVCONV RECORDS VERIFIED -  " WS-COUNT-DISPLAY.
           IF WS-CONVERTED-COUNT IS EQUAL TO WS-VERIFY-COUNT
               DISPLAY "RECVCONV VERIFY SUCCESSFUL"
           ELSE
               DISPLAY "RECVCONV VERIFY FAILED - COUNTS DIFFER"
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-COUNT-NEW-RECEIVABLE.
           READ NEW-RECEIVABLE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-VERIFY-COUNT
           END-READ.

       END PROGRAM RECVCONV.
