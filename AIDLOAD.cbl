       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIDLOAD.
      *****************************************************************
      *  Aid Award file load.  Adds the aid office's new awards from
      *  the AIDIN list to the keyed AIDAWARD file -- one record per
      *  award: student ID, term, award code, amount as eight digits
      *  meaning nnnnnn.nn, and the minimum credit hours the award
      *  requires.  Unlike PREREQLD and DEGREQLD this load does not
      *  rebuild the file: awards already on it carry their
      *  disbursement history, so the file is opened I-O (created on
      *  first use) and each new award goes on as pending for AIDDISB
      *  to pay out.  An award already on file, a non-numeric student
      *  ID, amount, or hours, a zero amount, or a blank term or award
      *  code is skipped with a SYSOUT note; the counts loaded and
      *  skipped are displayed at end of run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-INPUT-FILE ASSIGN TO "AIDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIDIN-STATUS.
           SELECT AID-AWARD-FILE ASSIGN TO "AIDAWARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-AIDAWARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AID-INPUT-FILE.
       01  AID-INPUT-RECORD.
           05  AI-STUDENT-ID           PIC 9(7).
           05  AI-TERM                 PIC X(06).
           05  AI-AWARD-CODE           PIC X(06).
           05  AI-AWARD-AMOUNT         PIC 9(06)V99.
           05  AI-MIN-CREDIT-HOURS     PIC 9(02).
       FD  AID-AWARD-FILE.
           COPY AIDAWARD.
       WORKING-STORAGE SECTION.
           01 WS-AIDIN-STATUS          PIC X(02) VALUE "00".
               88 WS-AIDIN-OK          VALUE "00".
           01 WS-AIDAWARD-STATUS       PIC X(02) VALUE "00".
               88 WS-AW-OK             VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT AID-INPUT-FILE.
           IF NOT WS-AIDIN-OK
               DISPLAY "AIDLOAD - AIDIN NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-OPEN-AWARD-FILE
               PERFORM 1100-READ-INPUT
               PERFORM 2000-LOAD-ONE-AWARD UNTIL WS-END-OF-INPUT
               CLOSE AID-AWARD-FILE
               CLOSE AID-INPUT-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "AIDLOAD AWARDS LOADED - " WS-COUNT-DISPLAY
               IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
                   MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "AIDLOAD AWARDS SKIPPED - "
                       WS-COUNT-DISPLAY
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-OPEN-AWARD-FILE.
           OPEN I-O AID-AWARD-FILE.
           IF WS-AIDAWARD-STATUS IS EQUAL TO "35"
               OPEN OUTPUT AID-AWARD-FILE
               CLOSE AID-AWARD-FILE
               OPEN I-O AID-AWARD-FILE
           END-IF.

       1100-READ-INPUT.
           READ AID-INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2000-LOAD-ONE-AWARD.
           EVALUATE TRUE
               WHEN AI-STUDENT-ID IS NOT NUMERIC
                   OR AI-AWARD-AMOUNT IS NOT NUMERIC
                   OR AI-MIN-CREDIT-HOURS IS NOT NUMERIC
                   DISPLAY "AIDLOAD - NOT NUMERIC, SKIPPED "
                       AID-INPUT-RECORD
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN AI-TERM IS EQUAL TO SPACES
                   OR AI-AWARD-CODE IS EQUAL TO SPACES
                   DISPLAY "AIDLOAD - NO TERM OR AWARD CODE "
                       AI-STUDENT-ID
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN AI-AWARD-AMOUNT IS EQUAL TO ZERO
                   DISPLAY "AIDLOAD - ZERO AMOUNT SKIPPED "
                       AI-STUDENT-ID " " AI-AWARD-CODE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 2100-WRITE-AWARD
           END-EVALUATE.
           PERFORM 1100-READ-INPUT.

       2100-WRITE-AWARD.
           MOVE SPACES TO AID-AWARD-RECORD.
           MOVE AI-STUDENT-ID TO AW-STUDENT-ID.
           MOVE AI-TERM TO AW-TERM.
           MOVE AI-AWARD-CODE TO AW-AWARD-CODE.
           MOVE AI-AWARD-AMOUNT TO AW-AWARD-AMOUNT.
           MOVE AI-MIN-CREDIT-HOURS TO AW-MIN-CREDIT-HOURS.
           SET AW-PENDING TO TRUE.
           MOVE ZERO TO AW-DISBURSED-DATE.
           WRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "AIDLOAD - AWARD ALREADY ON FILE "
                       AW-KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       END PROGRAM AIDLOAD.
