      *  register (ENRREG.yyyymmdd, built the same way DriverProg
      *  dates its control totals report) showing each add, drop, and
      *  change applied and each rejection, with counts at end of job.
      *
      *  The student ID comes in with its check digit either way --
      *  ET-CHECK-DIGIT on the feed, the eighth digit keyed at the
      *  terminal -- and is verified through CHKDIGIT before UTIL is
      *  called.  A wrong digit registers as BAD CHECK DIGIT with its
      *  own count at end of job, so a transposed ID can't enroll or
      *  drop some other student.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ET-COURSE-NAME          PIC X(20).
           05  ET-TERM                 PIC X(06).
           05  ET-SECTION              PIC X(02).
           05  ET-CHECK-DIGIT          PIC X(01).
       FD  ENROLL-REGISTER-FILE.
       01  ENROLL-REGISTER-LINE        PIC X(80).
       FD  OPERATOR-ID-FILE.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECK-DIGIT-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-KEYED-STUDENT-ID      PIC X(08) VALUE SPACES.
           01 WS-KEYED-ID-PARTS REDEFINES WS-KEYED-STUDENT-ID.
               05 WS-KEYED-ID-NUMBER    PIC X(07).
               05 WS-KEYED-CHECK-DIGIT  PIC X(01).
           01 ENR-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-CHECKPOINT-STATUS     PIC X(02) VALUE "00".
           01 WS-RESTART-SWITCH        PIC X(01) VALUE "N".
           01 WS-TRAILER-HASH          PIC 9(12) VALUE ZERO.
           COPY FEEDCTL.
           COPY UTILPARM.
           COPY CHKDPARM.
           COPY RGPARM.
           COPY RUNLPARM.
           01 WS-REGISTER-HEADING-1.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 WS-RG-CHECK-DIGIT     PIC X(01).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-COURSE-CODE     PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RG-COURSE-NAME     PIC X(20).
           MOVE ET-COURSE-NAME TO UP-COURSE-NAME.
           MOVE ET-TERM TO UP-TERM.
           MOVE ET-SECTION TO UP-SECTION.
           MOVE ET-CHECK-DIGIT TO UP-CHECK-DIGIT.
           PERFORM APPLY-ONE-ENROLLMENT.
           PERFORM READ-TRANSACTION.

               WHEN OTHER
                   MOVE SPACE TO UP-FUNCTION-CODE
           END-EVALUATE.
           SET CD-FN-VERIFY TO TRUE.
           MOVE UP-STUDENT-ID TO CD-STUDENT-ID.
           MOVE UP-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.
           IF CD-INVALID
               SET UP-BAD-CHECK-DIGIT TO TRUE
           END-IF.
           IF UP-FUNCTION-CODE IS EQUAL TO SPACE
               MOVE "UNKNOWN ACTION CODE" TO WS-RG-DISPOSITION
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF NOT UP-BAD-CHECK-DIGIT
                   PERFORM CALL-UTIL
               END-IF
               IF UP-FOUND
                   MOVE "APPLIED" TO WS-RG-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                       WHEN UP-STUDENT-NOT-ACTIVE
                           MOVE "STUDENT NOT ACTIVE"
                               TO WS-RG-DISPOSITION
                       WHEN UP-REGISTRATION-HOLD
                           MOVE "REGISTRATION HOLD"
                               TO WS-RG-DISPOSITION
                       WHEN UP-BAD-CHECK-DIGIT
                           MOVE "BAD CHECK DIGIT"
                               TO WS-RG-DISPOSITION
                           ADD 1 TO WS-CHECK-DIGIT-COUNT
                       WHEN OTHER
                           MOVE "ENROLLMENT NOT FOUND"
                               TO WS-RG-DISPOSITION
                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       WRITE-REGISTER-DETAIL.
           MOVE WS-ACTION-CODE TO WS-RG-ACTION.
           MOVE UP-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE UP-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE UP-COURSE-CODE TO WS-RG-COURSE-CODE.
           MOVE UP-COURSE-NAME TO WS-RG-COURSE-NAME.
           MOVE UP-TERM TO WS-RG-TERM.
      *----------------------------------------------------------------
      * Operator menu for interactive runs, in the same shape as
      * DriverProg's OPERATOR-MENU -- the operator picks an action,
      * keys the enrollment, and can keep going until choice 4.  The
      * student ID is keyed as printed, check digit and all.
      *----------------------------------------------------------------
       OPERATOR-MENU.
           DISPLAY SPACE.
       PROMPT-AND-APPLY.
           ADD 1 TO WS-READ-COUNT.
           DISPLAY "Student ID -    " WITH NO ADVANCING.
           ACCEPT WS-KEYED-STUDENT-ID.
           IF WS-KEYED-ID-NUMBER IS NUMERIC
               MOVE WS-KEYED-ID-NUMBER TO UP-STUDENT-ID
               MOVE WS-KEYED-CHECK-DIGIT TO UP-CHECK-DIGIT
           ELSE
               MOVE ZERO TO UP-STUDENT-ID
               MOVE SPACE TO UP-CHECK-DIGIT
           END-IF.
           DISPLAY "Course code -   " WITH NO ADVANCING.
           ACCEPT UP-COURSE-CODE.
           IF WS-ACTION-CODE IS NOT EQUAL TO "D"
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE ENROLL-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "BAD CHECK DIGITS -     " TO WS-TL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-TL-COUNT.
           WRITE ENROLL-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
