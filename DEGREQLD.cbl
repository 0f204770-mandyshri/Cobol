       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREQLD.
      *****************************************************************
      *  Degree requirements file load.  Rebuilds the keyed DEGREQ
      *  file from scratch out of the registrar's DEGREQIN list --
      *  one record per requirement line, already in the DEGREQ
      *  layout (program code, line number, line type, body).  The
      *  whole file is reloaded each time (OPEN OUTPUT), the same way
      *  PREREQLD rebuilds PREREQ, so dropping a requirement is just
      *  leaving it off the list.  A duplicate program/line key, a
      *  line type other than H/R/E, or a header that isn't line 000
      *  is skipped with a SYSOUT note; the record count loaded is
      *  displayed at end of run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGREQ-INPUT-FILE ASSIGN TO "DEGREQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGREQIN-STATUS.
      *    DYNAMIC access so the registrar's list loads in whatever
      *    order it arrives -- sequential output would insist on
      *    ascending program/line keys.
           SELECT DEGREE-REQUIREMENT-FILE ASSIGN TO "DEGREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-DEGREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEGREQ-INPUT-FILE.
       01  DEGREQ-INPUT-RECORD         PIC X(90).
       FD  DEGREE-REQUIREMENT-FILE.
           COPY DEGREQ.
       WORKING-STORAGE SECTION.
           01 WS-DEGREQIN-STATUS       PIC X(02) VALUE "00".
               88 WS-DEGREQIN-OK       VALUE "00".
           01 WS-DEGREQ-STATUS         PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT DEGREQ-INPUT-FILE.
           IF NOT WS-DEGREQIN-OK
               DISPLAY "DEGREQLD - DEGREQIN NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DEGREE-REQUIREMENT-FILE
               PERFORM 1100-READ-INPUT
               PERFORM 2000-LOAD-ONE-LINE UNTIL WS-END-OF-INPUT
               CLOSE DEGREE-REQUIREMENT-FILE
               CLOSE DEGREQ-INPUT-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "DEGREQLD LINES LOADED - " WS-COUNT-DISPLAY
               IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
                   MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "DEGREQLD LINES SKIPPED - "
                       WS-COUNT-DISPLAY
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1100-READ-INPUT.
           READ DEGREQ-INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * The header line carries the program's totals and has to sit at
      * line 000, where DEGAUDIT looks for it; R and E lines may take
      * any other line number.
      *----------------------------------------------------------------
       2000-LOAD-ONE-LINE.
           MOVE DEGREQ-INPUT-RECORD TO DEGREE-REQUIREMENT-RECORD.
           EVALUATE TRUE
               WHEN DR-PROGRAM-HEADER
                   AND DR-LINE-NUMBER IS NOT EQUAL TO ZERO
                   DISPLAY "DEGREQLD - HEADER NOT ON LINE 000 "
                       DR-PROGRAM-CODE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT DR-PROGRAM-HEADER
                   AND DR-LINE-NUMBER IS EQUAL TO ZERO
                   DISPLAY "DEGREQLD - LINE 000 MUST BE HEADER "
                       DR-PROGRAM-CODE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN DR-PROGRAM-HEADER
               WHEN DR-REQUIRED-LINE
               WHEN DR-ELECTIVE-POOL
                   PERFORM 2100-WRITE-LINE
               WHEN OTHER
                   DISPLAY "DEGREQLD - UNKNOWN LINE TYPE SKIPPED "
                       DR-KEY
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
           PERFORM 1100-READ-INPUT.

       2100-WRITE-LINE.
           WRITE DEGREE-REQUIREMENT-RECORD
               INVALID KEY
                   DISPLAY "DEGREQLD - DUPLICATE LINE SKIPPED "
                       DR-KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       END PROGRAM DEGREQLD.
