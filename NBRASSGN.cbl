      *  seed function sets a series' starting point for one-time
      *  setup.  Any file trouble comes back NB-ERROR and the caller
      *  decides what to fall back on.
      *
      *  A new student ID goes back with its check digit already
      *  worked out by CHKDIGIT, so the ID is issued whole from the
      *  moment it exists and no one ever keys it without the digit.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
           01 WS-NBRCTL-STATUS         PIC X(02) VALUE "00".
               88 WS-NC-OK             VALUE "00".
           COPY CHKDPARM.
       LINKAGE SECTION.
           COPY NBRPARM.
       PROCEDURE DIVISION USING NB-FUNCTION-CODE, NB-COUNTER-NAME,
               NB-ASSIGNED-VALUE, NB-STATUS-CODE, NB-CHECK-DIGIT.
       MAIN-PROCEDURE.
           SET NB-ERROR TO TRUE.
           MOVE SPACE TO NB-CHECK-DIGIT.
           OPEN I-O NUMBER-CONTROL-FILE.
           IF WS-NBRCTL-STATUS IS EQUAL TO "35"
               OPEN OUTPUT NUMBER-CONTROL-FILE
               IF WS-NC-OK
                   MOVE NC-LAST-VALUE TO NB-ASSIGNED-VALUE
                   SET NB-OK TO TRUE
                   IF NB-COUNTER-NAME IS EQUAL TO "STUDNTID"
                       PERFORM ASSIGN-CHECK-DIGIT
                   END-IF
               END-IF
           END-IF.

       ASSIGN-CHECK-DIGIT.
           SET CD-FN-COMPUTE TO TRUE.
           MOVE NB-ASSIGNED-VALUE TO CD-STUDENT-ID.
           CALL "CHKDIGIT" USING CD-FUNCTION-CODE, CD-STUDENT-ID,
                   CD-CHECK-DIGIT, CD-STATUS-CODE.
           IF CD-VALID
               MOVE CD-CHECK-DIGIT TO NB-CHECK-DIGIT
           END-IF.

      *----------------------------------------------------------------
      * First draw on a series the control file has never seen: the
      * record is created at zero and the assignment proceeds from
