      *  LOGONLOG is append-only and therefore already in date
      *  order, so the day summaries fall out of a single pass with
      *  a control break on LL-DATE.
      *
      *  A second pass prints the session-duration section: every
      *  session closed on the log -- logged off ("O") or closed out
      *  as abandoned past the idle limit ("X") -- with its length in
      *  minutes, then the count, the average and the longest.
      *  Session ends are neither grants nor denials and stay out of
      *  the day counts above.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-TOTAL-GRANTED-COUNT   PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-DENIED-COUNT    PIC 9(05) COMP VALUE ZERO.
           01 WS-OLD-FORMAT-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-SESSION-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-ABANDONED-COUNT       PIC 9(05) COMP VALUE ZERO.
           01 WS-TOTAL-MINUTES         PIC 9(09) VALUE ZERO.
           01 WS-LONGEST-MINUTES       PIC 9(05) VALUE ZERO.
           01 WS-AVERAGE-MINUTES       PIC 9(05) VALUE ZERO.
           01 WS-DENIAL-TABLE.
               05 WS-DENIAL-ENTRY OCCURS 50 TIMES.
                   10 WS-DN-STUDENT-ID  PIC 9(07).
               05 WS-RV-COUNT           PIC ZZZZ9.
               05 FILLER                PIC X(16) VALUE
                   " FAILED ATTEMPTS".
           01 WS-SESSION-HEADING-1.
               05 FILLER                PIC X(17) VALUE
                   "SESSION DURATION".
           01 WS-SESSION-HEADING-2.
               05 FILLER                PIC X(09) VALUE "ENDED".
               05 FILLER                PIC X(07) VALUE "TIME".
               05 FILLER                PIC X(09) VALUE "ID".
               05 FILLER                PIC X(32) VALUE "NAME".
               05 FILLER                PIC X(09) VALUE "MINUTES".
               05 FILLER                PIC X(08) VALUE "HOW".
           01 WS-SESSION-DETAIL-LINE.
               05 WS-SD-DATE            PIC 9(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-SD-TIME            PIC 9(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-SD-STUDENT-ID      PIC 9(07).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SD-NAME            PIC X(30).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SD-MINUTES         PIC ZZZZ9.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-SD-HOW             PIC X(09).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
               MOVE WS-OLD-FORMAT-COUNT TO WS-TL-COUNT
               WRITE SECURITY-REPORT-LINE FROM WS-TRAILER-LINE
           END-IF.
           PERFORM 4000-PRINT-SESSION-SECTION.
           CLOSE SECURITY-REPORT-FILE.
           STOP RUN.

               MOVE ZERO TO WS-DENIAL-COUNT
           END-IF.
           MOVE LL-TIME TO WS-DAY-LAST-TIME.
           EVALUATE TRUE
               WHEN LL-LOGON-GRANTED
                   ADD 1 TO WS-DAY-GRANTED-COUNT
                   ADD 1 TO WS-TOTAL-GRANTED-COUNT
               WHEN LL-LOGOFF OR LL-SESSION-EXPIRED
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-DAY-DENIED-COUNT
                   ADD 1 TO WS-TOTAL-DENIED-COUNT
                   PERFORM 2200-TALLY-DENIED-ID
           END-EVALUATE.
           PERFORM 2100-READ-LOG-RECORD.

       2100-READ-LOG-RECORD.
               WRITE SECURITY-REPORT-LINE FROM WS-REVIEW-LINE
           END-IF.

      *----------------------------------------------------------------
      * Second pass of the log for the session-duration section.  An
      * old-format line, or a session end whose minutes field is not
      * numeric, has no length to report and is passed over.
      *----------------------------------------------------------------
       4000-PRINT-SESSION-SECTION.
           WRITE SECURITY-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE SECURITY-REPORT-LINE FROM WS-SESSION-HEADING-1.
           WRITE SECURITY-REPORT-LINE FROM WS-SESSION-HEADING-2.
           MOVE "N" TO WS-LOG-EOF-SWITCH.
           OPEN INPUT LOGON-LOG-FILE.
           IF WS-LOG-OK
               PERFORM 2100-READ-LOG-RECORD
               PERFORM 4100-LIST-ONE-SESSION UNTIL WS-END-OF-LOG
               CLOSE LOGON-LOG-FILE
           END-IF.
           IF WS-SESSION-COUNT IS GREATER THAN ZERO
               DIVIDE WS-TOTAL-MINUTES BY WS-SESSION-COUNT
                   GIVING WS-AVERAGE-MINUTES ROUNDED
           END-IF.
           WRITE SECURITY-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "SESSIONS CLOSED -      " TO WS-TL-LABEL.
           MOVE WS-SESSION-COUNT TO WS-TL-COUNT.
           WRITE SECURITY-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "ABANDONED PAST LIMIT - " TO WS-TL-LABEL.
           MOVE WS-ABANDONED-COUNT TO WS-TL-COUNT.
           WRITE SECURITY-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "AVERAGE MINUTES -      " TO WS-TL-LABEL.
           MOVE WS-AVERAGE-MINUTES TO WS-TL-COUNT.
           WRITE SECURITY-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "LONGEST MINUTES -      " TO WS-TL-LABEL.
           MOVE WS-LONGEST-MINUTES TO WS-TL-COUNT.
           WRITE SECURITY-REPORT-LINE FROM WS-TRAILER-LINE.

       4100-LIST-ONE-SESSION.
           IF LL-DATE IS NUMERIC
               AND (LL-LOGOFF OR LL-SESSION-EXPIRED)
               AND LL-SESSION-MINUTES IS NUMERIC
               ADD 1 TO WS-SESSION-COUNT
               ADD LL-SESSION-MINUTES TO WS-TOTAL-MINUTES
               IF LL-SESSION-MINUTES IS GREATER THAN WS-LONGEST-MINUTES
                   MOVE LL-SESSION-MINUTES TO WS-LONGEST-MINUTES
               END-IF
               MOVE LL-DATE TO WS-SD-DATE
               MOVE LL-TIME TO WS-SD-TIME
               MOVE LL-STUDENT-ID TO WS-SD-STUDENT-ID
               MOVE LL-STUDENT-NAME TO WS-SD-NAME
               MOVE LL-SESSION-MINUTES TO WS-SD-MINUTES
               IF LL-LOGOFF
                   MOVE "LOGOFF" TO WS-SD-HOW
               ELSE
                   ADD 1 TO WS-ABANDONED-COUNT
                   MOVE "ABANDONED" TO WS-SD-HOW
               END-IF
               WRITE SECURITY-REPORT-LINE FROM WS-SESSION-DETAIL-LINE
           END-IF.
           PERFORM 2100-READ-LOG-RECORD.

       END PROGRAM SECRPT.
