      *  Recognized grades are A/B/C/D/F/I/W, optionally followed by
      *  + or - in the second position.
      *
      *  The student ID on each transaction carries its check digit
      *  (GT-CHECK-DIGIT), verified through CHKDIGIT before the
      *  Enrollment file is read; a wrong digit rejects with its own
      *  CKDG code and its own count on the trailer, so a transposed
      *  ID can't post a grade to somebody else's enrollment.
      *
      *  After the posting pass, the Enrollment file is read down its
      *  course-code alternate index and a grade-distribution report
      *  (GRDDIST) is printed -- one line per course counting each
           05  GT-COURSE-CODE          PIC X(06).
           05  GT-TERM                 PIC X(06).
           05  GT-GRADE                PIC X(02).
           05  GT-CHECK-DIGIT          PIC X(01).
      *    Room for the FEEDCTL trailer line, which runs to the end
      *    of the transaction fields -- without it the hash total's
      *    last digit would be cut off on the read.
           05  FILLER                  PIC X(08).
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  TERM-MASTER-FILE.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECK-DIGIT-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECKPOINT-STATUS     PIC X(02) VALUE "00".
           01 WS-RESTART-SWITCH        PIC X(01) VALUE "N".
               88 WS-RESTART-RUN       VALUE "Y".
           COPY RGPARM.
           COPY RUNLPARM.
           COPY NBRPARM.
           COPY CHKDPARM.
           01 WS-PREV-COURSE-CODE      PIC X(06) VALUE HIGH-VALUES.
           01 WS-GRADE-COUNTS.
               05 WS-GC-A               PIC 9(05) COMP VALUE ZERO.

       2050-POST-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2150-VERIFY-CHECK-DIGIT.
           IF CD-INVALID
               ADD 1 TO WS-CHECK-DIGIT-COUNT
               MOVE "CKDG" TO EL-ERROR-CODE
               PERFORM 2500-BUILD-REJECT-TEXT
               PERFORM 2400-WRITE-REJECT
           ELSE
               PERFORM 2055-VALIDATE-AND-POST
           END-IF.
           PERFORM 2100-READ-TRANSACTION.

       2055-VALIDATE-AND-POST.
           PERFORM 2200-VALIDATE-GRADE.
           IF WS-GRADE-IS-VALID
               PERFORM 2250-VALIDATE-TERM
               PERFORM 2500-BUILD-REJECT-TEXT
               PERFORM 2400-WRITE-REJECT
           END-IF.

       2100-READ-TRANSACTION.
           READ GRADE-TRANS-FILE
                   SET WS-END-OF-TRANS TO TRUE
           END-READ.

       2150-VERIFY-CHECK-DIGIT.
           SET CD-FN-VERIFY TO TRUE.
           MOVE GT-STUDENT-ID TO CD-STUDENT-ID.
           MOVE GT-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.

      *----------------------------------------------------------------
      * Record-level checkpoint/restart, in the spirit of DriverProg's
      * step checkpoint.  Every WS-CHECKPOINT-INTERVAL transactions
           MOVE "NOTIFSEQ" TO NB-COUNTER-NAME.
           MOVE SPACE TO NB-STATUS-CODE.
           CALL "NBRASSGN" USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
                   NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
           IF NB-OK
               OPEN I-O NOTIFICATION-QUEUE
               IF WS-NOTIFYQ-STATUS IS EQUAL TO "35"
           MOVE SPACES TO EL-ERROR-TEXT.
           STRING "ID " DELIMITED BY SIZE
                   GT-STUDENT-ID DELIMITED BY SIZE
                   GT-CHECK-DIGIT DELIMITED BY SIZE
                   " COURSE " DELIMITED BY SIZE
                   GT-COURSE-CODE DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "BAD CHECK DIGITS -     " TO WS-TL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-TL-COUNT.
           WRITE DISTRIBUTION-REPORT-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND RETURN-CODE IS LESS THAN 4
               MOVE 4 TO RETURN-CODE
