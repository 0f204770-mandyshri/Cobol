      *      HDR|STUDELTA|yyyymmdd
      *      DTL|STUMSTR|action|id|name|status
      *      DTL|ENROLL|action|id|course|name|term|grade
      *      DTL|STUADDR|action|id|mailing|permanent|effdate|flag
      *      TRL|nnnnnnn
      *
      *  The action tag is A (add), U (update), or D (delete); a
      *  left to send.  Text fields are trimmed of trailing blanks
      *  before the delimiters go on, as EXTRACT does.  Full-file
      *  EXTRACT stays on the shelf for periodic resyncs.
      *
      *  A Student Address entry on the journal carries only the
      *  student ID, so the address itself is read as it stands from
      *  STUADDR; each address group goes out as line 1, line 2,
      *  city, state, and zip, and the returned-mail flag closes the
      *  record.  An address no longer on file goes out key only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHANGE-JOURNAL ASSIGN TO "CHGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "STUADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-STUDENT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "EXTDELTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTDELTA-STATUS.
       FILE SECTION.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-LINE         PIC X(90).
       FD  STUDENT-ADDRESS-FILE.
           COPY STUADDR.
       FD  DELTA-EXTRACT-FILE.
       01  DELTA-EXTRACT-RECORD        PIC X(250).
       WORKING-STORAGE SECTION.
           01 WS-CHGJRNL-STATUS        PIC X(02) VALUE "00".
               88 WS-JOURNAL-OK        VALUE "00".
           01 WS-EXTDELTA-STATUS       PIC X(02) VALUE "00".
           01 WS-ADDRESS-STATUS        PIC X(02) VALUE "00".
               88 WS-AD-OK             VALUE "00".
           01 WS-ADDRESS-OPEN-SWITCH   PIC X(01) VALUE "N".
               88 WS-ADDRESS-IS-OPEN   VALUE "Y".
           01 WS-ADDRESS-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-ADDRESS-FOUND     VALUE "Y".
           01 WS-FIELD-TEXT            PIC X(30) VALUE SPACES.
           01 WS-FIELD-LENGTH          PIC 9(02) COMP VALUE ZERO.
           01 WS-STRING-POINTER        PIC 9(03) COMP VALUE ZERO.
           01 WS-JOURNAL-EOF-SWITCH    PIC X(01) VALUE "N".
               88 WS-END-OF-JOURNAL    VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           OPEN OUTPUT DELTA-EXTRACT-FILE.
           MOVE WS-RUN-DATE TO WS-HD-DATE.
           WRITE DELTA-EXTRACT-RECORD FROM WS-HEADER-RECORD.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-AD-OK
               SET WS-ADDRESS-IS-OPEN TO TRUE
           END-IF.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-JOURNAL-OK
               PERFORM 2100-READ-JOURNAL
           END-IF.
           MOVE WS-DETAIL-COUNT TO WS-TR-COUNT.
           WRITE DELTA-EXTRACT-RECORD FROM WS-TRAILER-RECORD.
           IF WS-ADDRESS-IS-OPEN
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.
           CLOSE DELTA-EXTRACT-FILE.
           STOP RUN.

                       PERFORM 3000-EXTRACT-STUDENT-CHANGE
                   WHEN CJ-ENROLL-CHANGE
                       PERFORM 4000-EXTRACT-ENROLL-CHANGE
                   WHEN CJ-STUADDR-CHANGE
                       PERFORM 4500-EXTRACT-ADDRESS-CHANGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   INTO DELTA-EXTRACT-RECORD.
           WRITE DELTA-EXTRACT-RECORD.

      *----------------------------------------------------------------
      * Address entries are built field by field behind a pointer,
      * each text field trimmed by 5200 before its delimiter goes on.
      *----------------------------------------------------------------
       4500-EXTRACT-ADDRESS-CHANGE.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE "N" TO WS-ADDRESS-FOUND-SWITCH.
           IF WS-ADDRESS-IS-OPEN AND NOT CJ-ACTION-DELETE
               MOVE CJ-RECORD-KEY(1:7) TO AD-STUDENT-ID
               READ STUDENT-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ADDRESS-FOUND TO TRUE
               END-READ
           END-IF.
           MOVE SPACES TO DELTA-EXTRACT-RECORD.
           MOVE 1 TO WS-STRING-POINTER.
           STRING "DTL|STUADDR|" DELIMITED BY SIZE
                   CJ-ACTION DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   CJ-RECORD-KEY(1:7) DELIMITED BY SIZE
                   INTO DELTA-EXTRACT-RECORD
                   WITH POINTER WS-STRING-POINTER.
           IF WS-ADDRESS-FOUND
               MOVE AD-MAIL-LINE-1 TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-MAIL-LINE-2 TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-MAIL-CITY TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-MAIL-STATE TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-MAIL-ZIP TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-PERM-LINE-1 TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-PERM-LINE-2 TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-PERM-CITY TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-PERM-STATE TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-PERM-ZIP TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-EFFECTIVE-DATE TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
               MOVE AD-RETURNED-MAIL-FLAG TO WS-FIELD-TEXT
               PERFORM 4600-APPEND-FIELD
           END-IF.
           WRITE DELTA-EXTRACT-RECORD.

       4600-APPEND-FIELD.
           PERFORM 5200-TRIM-FIELD.
           STRING "|" DELIMITED BY SIZE
                   WS-FIELD-TEXT(1:WS-FIELD-LENGTH) DELIMITED BY SIZE
                   INTO DELTA-EXTRACT-RECORD
                   WITH POINTER WS-STRING-POINTER.

      *----------------------------------------------------------------
      * Same trailing-blank trim EXTRACT applies: an all-blank field
      * keeps length 1 rather than a zero-length reference COBOL
               SET WS-TRIM-FOUND TO TRUE
           END-IF.

       5200-TRIM-FIELD.
           MOVE 1 TO WS-FIELD-LENGTH.
           MOVE "N" TO WS-TRIM-FOUND-SWITCH.
           PERFORM 5210-FIND-FIELD-LENGTH
               VARYING WS-TRIM-INDEX FROM 30 BY -1
               UNTIL WS-TRIM-FOUND
               OR WS-TRIM-INDEX IS LESS THAN 1.

       5210-FIND-FIELD-LENGTH.
           IF WS-FIELD-TEXT(WS-TRIM-INDEX:1)
                   IS NOT EQUAL TO SPACE
               MOVE WS-TRIM-INDEX TO WS-FIELD-LENGTH
               SET WS-TRIM-FOUND TO TRUE
           END-IF.

       END PROGRAM DELTAEXT.
