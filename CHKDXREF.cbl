       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDXREF.
      *****************************************************************
      *  One-time student-ID check-digit cross-reference.  When check
      *  digits came to student IDs, every ID already issued needed
      *  its digit worked out and published before the entry points
      *  started insisting on it: the registrar reprints ID cards
      *  from this list, and the feeder offices (grades, payments,
      *  the registrar's own bulk feed) load it to append the digit
      *  to the IDs they send.  Nothing on the masters changes -- the
      *  digit is computed from the ID itself (see CHKDIGIT) -- so the
      *  job reads the Student Master front to back, then the Student
      *  Archive (an archived student can be restored and will need
      *  the full ID too), and prints one line per ID: the seven-
      *  digit ID as it stood, the full ID with its check digit, the
      *  name and the status, archived IDs marked as such.
      *
      *  No Student Master is a setup problem and ends RC 8; no
      *  Student Archive just means nothing has been archived yet.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.
           SELECT STUDENT-ARCHIVE-FILE ASSIGN TO "STUARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-STUDENT-ID
               FILE STATUS IS WS-STUDENT-ARCHIVE-STATUS.
           SELECT CROSS-REFERENCE-FILE ASSIGN TO "IDXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDXREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
           COPY STUMSTR.
       FD  STUDENT-ARCHIVE-FILE.
           COPY STUARCH.
       FD  CROSS-REFERENCE-FILE.
       01  CROSS-REFERENCE-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-STUDENT-MASTER-STATUS PIC X(02) VALUE "00".
               88 WS-SM-OK             VALUE "00".
           01 WS-STUDENT-ARCHIVE-STATUS PIC X(02) VALUE "00".
               88 WS-SR-OK             VALUE "00".
           01 WS-IDXREF-STATUS         PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-MASTER-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-ARCHIVE-COUNT         PIC 9(05) COMP VALUE ZERO.
           COPY CHKDPARM.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(44) VALUE
                   "CHKDXREF - STUDENT ID CHECK-DIGIT XREF".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(09) VALUE "OLD ID".
               05 FILLER                PIC X(10) VALUE "FULL ID".
               05 FILLER                PIC X(32) VALUE "NAME".
               05 FILLER                PIC X(08) VALUE "STATUS".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-OLD-ID          PIC 9(7).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-FULL-ID         PIC 9(7).
               05 WS-RD-CHECK-DIGIT     PIC X(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-STATUS          PIC X(01).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-SOURCE          PIC X(08).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF NOT WS-SM-OK
               DISPLAY "CHKDXREF - STUMSTR NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CROSS-REFERENCE-FILE
               MOVE WS-RUN-DATE TO WS-RH-DATE
               WRITE CROSS-REFERENCE-LINE FROM WS-REPORT-HEADING-1
               WRITE CROSS-REFERENCE-LINE FROM WS-REPORT-HEADING-2
               PERFORM 1000-READ-MASTER
               PERFORM 2000-LIST-MASTER-ID UNTIL WS-END-OF-INPUT
               CLOSE STUDENT-MASTER-FILE
               PERFORM 3000-LIST-ARCHIVE
               PERFORM 4000-WRITE-TRAILERS
               CLOSE CROSS-REFERENCE-FILE
           END-IF.
           STOP RUN.

       1000-READ-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2000-LIST-MASTER-ID.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE SM-STUDENT-ID TO CD-STUDENT-ID.
           PERFORM 5000-COMPUTE-CHECK-DIGIT.
           MOVE SM-STUDENT-NAME TO WS-RD-STUDENT-NAME.
           MOVE SM-STATUS-CODE TO WS-RD-STATUS.
           MOVE SPACES TO WS-RD-SOURCE.
           WRITE CROSS-REFERENCE-LINE FROM WS-REPORT-DETAIL-LINE.
           PERFORM 1000-READ-MASTER.

       3000-LIST-ARCHIVE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT STUDENT-ARCHIVE-FILE.
           IF WS-SR-OK
               PERFORM 3100-READ-ARCHIVE
               PERFORM 3200-LIST-ARCHIVE-ID UNTIL WS-END-OF-INPUT
               CLOSE STUDENT-ARCHIVE-FILE
           END-IF.

       3100-READ-ARCHIVE.
           READ STUDENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       3200-LIST-ARCHIVE-ID.
           ADD 1 TO WS-ARCHIVE-COUNT.
           MOVE SR-STUDENT-ID TO CD-STUDENT-ID.
           PERFORM 5000-COMPUTE-CHECK-DIGIT.
           MOVE SR-STUDENT-NAME TO WS-RD-STUDENT-NAME.
           MOVE SR-STATUS-CODE TO WS-RD-STATUS.
           MOVE "ARCHIVED" TO WS-RD-SOURCE.
           WRITE CROSS-REFERENCE-LINE FROM WS-REPORT-DETAIL-LINE.
           PERFORM 3100-READ-ARCHIVE.

       4000-WRITE-TRAILERS.
           WRITE CROSS-REFERENCE-LINE FROM WS-BLANK-LINE.
           MOVE "MASTER IDS LISTED -    " TO WS-TL-LABEL.
           MOVE WS-MASTER-COUNT TO WS-TL-COUNT.
           WRITE CROSS-REFERENCE-LINE FROM WS-TRAILER-LINE.
           MOVE "ARCHIVED IDS LISTED -  " TO WS-TL-LABEL.
           MOVE WS-ARCHIVE-COUNT TO WS-TL-COUNT.
           WRITE CROSS-REFERENCE-LINE FROM WS-TRAILER-LINE.

       5000-COMPUTE-CHECK-DIGIT.
           SET CD-FN-COMPUTE TO TRUE.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.
           MOVE CD-STUDENT-ID TO WS-RD-OLD-ID.
           MOVE CD-STUDENT-ID TO WS-RD-FULL-ID.
           MOVE CD-CHECK-DIGIT TO WS-RD-CHECK-DIGIT.

       END PROGRAM CHKDXREF.
