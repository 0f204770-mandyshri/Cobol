       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSINQ.
      *****************************************************************
      *  Active-sessions inquiry.  Lists every operator signed on
      *  right now -- one line per ACTSESS record, in operator-ID
      *  order -- with the name, the logon stamp, and how many
      *  minutes the session has stood.  A session older than the
      *  SESSPARM idle limit (the same control file and the same
      *  480-minute default the logon program uses) is marked PAST
      *  IDLE LIMIT: the next logon under that ID will close it out
      *  as abandoned, and until then it is usually a terminal left
      *  signed on.  No ACTSESS file means nobody has logged on since
      *  session tracking began, and prints as an empty list.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVE-SESSION-FILE ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-OPERATOR-ID
               FILE STATUS IS WS-ACTIVE-SESSION-STATUS.
           SELECT SESSION-PARM-FILE ASSIGN TO "SESSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSPARM-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "SESSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVE-SESSION-FILE.
           COPY ACTSESS.
       FD  SESSION-PARM-FILE.
       01  SESSION-PARM-RECORD         PIC 9(04).
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE         PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-ACTIVE-SESSION-STATUS PIC X(02) VALUE "00".
               88 WS-AS-OK             VALUE "00".
           01 WS-SESSPARM-STATUS       PIC X(02) VALUE "00".
           01 WS-SESSRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-SESSIONS   VALUE "Y".
           01 WS-IDLE-LIMIT-MINUTES    PIC 9(04) VALUE 480.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-SESSION-MINUTES       PIC S9(07) VALUE ZERO.
           01 WS-START-MINUTE          PIC 9(04) VALUE ZERO.
           01 WS-NOW-MINUTE            PIC 9(04) VALUE ZERO.
           01 WS-SESSION-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-IDLE-COUNT            PIC 9(05) COMP VALUE ZERO.
      *    ACCEPT FROM TIME hands back HHMMSSss; taking it into a
      *    six-digit field directly would keep the wrong end, so it
      *    lands in the full eight digits and HHMMSS is peeled off
      *    through the REDEFINES, as DriverProg does.
           01 WS-TIME-OF-DAY           PIC 9(08) VALUE ZERO.
           01 WS-TIME-DISPLAY REDEFINES WS-TIME-OF-DAY.
               05 WS-TM-HHMMSS          PIC 9(06).
               05 WS-TM-HUNDREDTHS      PIC 9(02).
           01 WS-CLOCK-TIME            PIC 9(06) VALUE ZERO.
           01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
               05 WS-CLOCK-HH           PIC 9(02).
               05 WS-CLOCK-MM           PIC 9(02).
               05 WS-CLOCK-SS           PIC 9(02).
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(32) VALUE
                   "SESSINQ - ACTIVE SESSIONS".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
               05 FILLER                PIC X(06) VALUE " TIME ".
               05 WS-RH-TIME            PIC 9(06).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(06) VALUE "ID".
               05 FILLER                PIC X(32) VALUE "NAME".
               05 FILLER                PIC X(16) VALUE "LOGON".
               05 FILLER                PIC X(09) VALUE "MINUTES".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-OPERATOR-ID     PIC 9(4).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-OPERATOR-NAME   PIC X(30).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-LOGON-DATE      PIC 9(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RD-LOGON-TIME      PIC 9(06).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RD-MINUTES         PIC ZZZZZZ9.
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-FLAG            PIC X(16).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           PERFORM 1000-LOAD-SESSION-PARM.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           MOVE WS-TM-HHMMSS TO WS-RH-TIME.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-HEADING-2.
           OPEN INPUT ACTIVE-SESSION-FILE.
           IF WS-AS-OK
               PERFORM 2100-READ-SESSION
               PERFORM 2000-LIST-ONE-SESSION UNTIL WS-END-OF-SESSIONS
               CLOSE ACTIVE-SESSION-FILE
           END-IF.
           WRITE INQUIRY-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "SESSIONS ACTIVE -      " TO WS-TL-LABEL.
           MOVE WS-SESSION-COUNT TO WS-TL-COUNT.
           WRITE INQUIRY-REPORT-LINE FROM WS-TRAILER-LINE.
           MOVE "PAST IDLE LIMIT -      " TO WS-TL-LABEL.
           MOVE WS-IDLE-COUNT TO WS-TL-COUNT.
           WRITE INQUIRY-REPORT-LINE FROM WS-TRAILER-LINE.
           CLOSE INQUIRY-REPORT-FILE.
           STOP RUN.

       1000-LOAD-SESSION-PARM.
           OPEN INPUT SESSION-PARM-FILE.
           IF WS-SESSPARM-STATUS IS EQUAL TO "00"
               READ SESSION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-PARM-RECORD IS NUMERIC
                           AND SESSION-PARM-RECORD IS GREATER THAN ZERO
                           MOVE SESSION-PARM-RECORD
                               TO WS-IDLE-LIMIT-MINUTES
                       END-IF
               END-READ
               CLOSE SESSION-PARM-FILE
           END-IF.

       2000-LIST-ONE-SESSION.
           ADD 1 TO WS-SESSION-COUNT.
           PERFORM 2200-COMPUTE-SESSION-MINUTES.
           MOVE AS-OPERATOR-ID TO WS-RD-OPERATOR-ID.
           MOVE AS-OPERATOR-NAME TO WS-RD-OPERATOR-NAME.
           MOVE AS-LOGON-DATE TO WS-RD-LOGON-DATE.
           MOVE AS-LOGON-TIME TO WS-RD-LOGON-TIME.
           MOVE WS-SESSION-MINUTES TO WS-RD-MINUTES.
           IF WS-SESSION-MINUTES IS NOT LESS THAN WS-IDLE-LIMIT-MINUTES
               ADD 1 TO WS-IDLE-COUNT
               MOVE "PAST IDLE LIMIT" TO WS-RD-FLAG
           ELSE
               MOVE SPACES TO WS-RD-FLAG
           END-IF.
           WRITE INQUIRY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
           PERFORM 2100-READ-SESSION.

       2100-READ-SESSION.
           READ ACTIVE-SESSION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SESSIONS TO TRUE
           END-READ.

      *----------------------------------------------------------------
      * Whole minutes from the logon stamp to now, measured the way
      * the logon program measures them, so the two agree on which
      * sessions are past the limit.
      *----------------------------------------------------------------
       2200-COMPUTE-SESSION-MINUTES.
           MOVE AS-LOGON-TIME TO WS-CLOCK-TIME.
           COMPUTE WS-START-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           MOVE WS-TM-HHMMSS TO WS-CLOCK-TIME.
           COMPUTE WS-NOW-MINUTE = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           COMPUTE WS-SESSION-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(AS-LOGON-DATE)) * 1440
               + WS-NOW-MINUTE - WS-START-MINUTE.
           IF WS-SESSION-MINUTES IS LESS THAN ZERO
               MOVE ZERO TO WS-SESSION-MINUTES
           END-IF.

       END PROGRAM SESSINQ.
