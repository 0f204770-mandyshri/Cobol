      *  enforces holds for the feed.  Applied transactions go to the
      *  STUAREG apply register; duplicates, not-founds, bad names,
      *  and unknown action codes go to the STUAREJ reject report so
      *  they can be sent back to the registrar.  A delete, or an
      *  update that withdraws the student, is not applied by the
      *  feed: UTIL holds it on the pending-approval file for a
      *  second operator, and it is registered HELD FOR APPROVAL and
      *  counted on its own trailer line.
      *
      *  Every student ID on the feed arrives with its check digit
      *  (ST-CHECK-DIGIT) and is verified through CHKDIGIT before
      *  anything is looked up; an ID whose digit does not match is
      *  rejected BAD CHECK DIGIT and counted on its own trailer line,
      *  so a keying slip can't update or delete some other student.
      *  An ID assigned here is registered with its new check digit.
      *
      *  The feed arrives bracketed by the FEEDCTL batch header and
      *  trailer (see copybooks FEEDCTL.cpy); the whole file is
           05  ST-STUDENT-ID           PIC 9(7).
           05  ST-STUDENT-NAME         PIC X(30).
           05  ST-STATUS-CODE          PIC X(01).
           05  ST-CHECK-DIGIT          PIC X(01).
           05  FILLER                  PIC X(08).
       FD  APPLY-REGISTER-FILE.
       01  APPLY-REGISTER-LINE         PIC X(80).
       FD  REJECT-REPORT-FILE.
           01 WS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-APPLIED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REJECTED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-HELD-COUNT            PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECK-DIGIT-COUNT     PIC 9(05) COMP VALUE ZERO.
           01 WS-CHECKPOINT-STATUS     PIC X(02) VALUE "00".
           01 WS-RESTART-SWITCH        PIC X(01) VALUE "N".
               88 WS-RESTART-RUN       VALUE "Y".
           COPY FEEDCTL.
           COPY UTILPARM.
           COPY NBRPARM.
           COPY CHKDPARM.
           COPY RGPARM.
           COPY RUNLPARM.
           01 WS-REGISTER-HEADING-1.
               05 WS-RG-ACTION          PIC X(01).
               05 FILLER                PIC X(06) VALUE SPACES.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 WS-RG-CHECK-DIGIT     PIC X(01).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-STUDENT-NAME    PIC X(30).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-DISPOSITION     PIC X(20).
      * hands it out, the transaction proceeds under it, and the
      * register line shows the ID actually assigned.  (A blank ID
      * can't reach here -- the feed balancing refuses non-numeric
      * IDs -- so zero is the one agreed assign-me value.)  The check
      * digit NBRASSGN issues with the new ID rides along with it.
      * Any other ID has to carry its own right check digit before
      * UTIL is asked to do anything with it.
      *----------------------------------------------------------------
       2200-APPLY-TRANSACTION.
           IF ST-ACTION-ADD AND ST-STUDENT-ID IS EQUAL TO ZERO
               MOVE SPACE TO NB-STATUS-CODE
               CALL "NBRASSGN" USING NB-FUNCTION-CODE,
                       NB-COUNTER-NAME, NB-ASSIGNED-VALUE,
                       NB-STATUS-CODE, NB-CHECK-DIGIT
               IF NB-OK
                   MOVE NB-ASSIGNED-VALUE TO ST-STUDENT-ID
                   MOVE NB-CHECK-DIGIT TO ST-CHECK-DIGIT
               ELSE
                   MOVE "NO ID ASSIGNED" TO WS-RG-DISPOSITION
                   PERFORM 2400-WRITE-REJECT
           IF ST-ACTION-ADD AND ST-STUDENT-ID IS EQUAL TO ZERO
               CONTINUE
           ELSE
               PERFORM 2220-VERIFY-CHECK-DIGIT
               IF CD-VALID
                   PERFORM 2210-ROUTE-TRANSACTION
               ELSE
                   ADD 1 TO WS-CHECK-DIGIT-COUNT
                   MOVE "BAD CHECK DIGIT" TO WS-RG-DISPOSITION
                   PERFORM 2400-WRITE-REJECT
               END-IF
           END-IF.

       2210-ROUTE-TRANSACTION.
           MOVE ST-STUDENT-ID TO UP-STUDENT-ID.
           MOVE ST-STUDENT-NAME TO UP-STUDENT-NAME.
           MOVE ST-STATUS-CODE TO UP-STUDENT-STATUS.
           MOVE ST-CHECK-DIGIT TO UP-CHECK-DIGIT.
           MOVE SPACES TO UP-COURSE-CODE.
           MOVE SPACES TO UP-SECTION.
           MOVE SPACES TO UP-STATUS-CODE.
               PERFORM 2300-WRITE-REGISTER
           ELSE
               EVALUATE TRUE
                   WHEN UP-HELD-FOR-APPROVAL
                       MOVE "HELD FOR APPROVAL"
                           TO WS-RG-DISPOSITION
                       PERFORM 2350-WRITE-HELD
                   WHEN UP-DUPLICATE
                       MOVE "DUPLICATE STUDENT ID"
                           TO WS-RG-DISPOSITION
                   WHEN UP-RECORD-BUSY
                       MOVE "RECORD IN USE"
                           TO WS-RG-DISPOSITION
                   WHEN UP-BAD-CHECK-DIGIT
                       ADD 1 TO WS-CHECK-DIGIT-COUNT
                       MOVE "BAD CHECK DIGIT"
                           TO WS-RG-DISPOSITION
                   WHEN OTHER
                       MOVE "STUDENT ID NOT FOUND"
                           TO WS-RG-DISPOSITION
               END-EVALUATE
               IF NOT UP-HELD-FOR-APPROVAL
                   PERFORM 2400-WRITE-REJECT
               END-IF
           END-IF.

       2220-VERIFY-CHECK-DIGIT.
           SET CD-FN-VERIFY TO TRUE.
           MOVE ST-STUDENT-ID TO CD-STUDENT-ID.
           MOVE ST-CHECK-DIGIT TO CD-CHECK-DIGIT.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.

       2300-WRITE-REGISTER.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE ST-ACTION-CODE TO WS-RG-ACTION.
           MOVE ST-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE ST-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE ST-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           WRITE APPLY-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

       2350-WRITE-HELD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE ST-ACTION-CODE TO WS-RG-ACTION.
           MOVE ST-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE ST-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE ST-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           WRITE APPLY-REGISTER-LINE FROM WS-REGISTER-DETAIL-LINE.

           ADD 1 TO WS-REJECTED-COUNT.
           MOVE ST-ACTION-CODE TO WS-RG-ACTION.
           MOVE ST-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE ST-CHECK-DIGIT TO WS-RG-CHECK-DIGIT.
           MOVE ST-STUDENT-NAME TO WS-RG-STUDENT-NAME.
           WRITE REJECT-REPORT-LINE FROM WS-REGISTER-DETAIL-LINE.

                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.

       3000-FINISH.
           MOVE ZERO TO WS-PROCESSED-COUNT.
           MOVE "TRANSACTIONS APPLIED - " TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE APPLY-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "HELD FOR APPROVAL -    " TO WS-TL-LABEL.
           MOVE WS-HELD-COUNT TO WS-TL-COUNT.
           WRITE APPLY-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "TRANSACTIONS REJECTED -" TO WS-TL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TL-COUNT.
           WRITE APPLY-REGISTER-LINE FROM WS-TRAILER-LINE.
           WRITE REJECT-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "BAD CHECK DIGITS -     " TO WS-TL-LABEL.
           MOVE WS-CHECK-DIGIT-COUNT TO WS-TL-COUNT.
           WRITE APPLY-REGISTER-LINE FROM WS-TRAILER-LINE.
           WRITE REJECT-REPORT-LINE FROM WS-TRAILER-LINE.
           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
               AND WS-RETURN-CODE IS LESS THAN 4
               MOVE 4 TO WS-RETURN-CODE
