       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHWIN.
      *****************************************************************
      *  Nightly batch-window report.  RUNHIST carries a start and an
      *  end stamp for every run RUNLOG brackets, but RUNHINQ only
      *  lists them, and a job that creeps from four minutes to forty
      *  over a term goes unnoticed until the stream misses the
      *  morning online start.  This job works out each program's
      *  elapsed time for last night and sets it against two yard-
      *  sticks, then times the stream as a whole:
      *
      *    - the program's rolling average over the nights before
      *      (the PARM gives how many nights, 1 to 14; no PARM means
      *      7), nights it didn't run leaving the average alone;
      *    - the expected duration, in minutes, on the BWINCTL
      *      control file, one record per program.
      *
      *  Elapsed time over the expected duration is an overrun; with
      *  no expected duration on file, elapsed time more than half
      *  again the rolling average (and at least two minutes over it,
      *  so a one-minute job taking two isn't paged on) is one.  A
      *  program run more than once in a night -- FILEUNLD unloads
      *  both masters, and a rerun after a fix counts too -- is
      *  timed on its runs added together.
      *
      *  The stream runs from the start of the first program (the
      *  STEP010 unload, FILEUNLD) to the end of the last (the
      *  STEP140 letters, NOTIFYLT); its total is printed against
      *  the window deadline the next morning, 06:00 unless BWINCTL
      *  says otherwise.  A "*WINDOW*" record on BWINCTL carries the
      *  deadline as HHMM and, optionally, other first and last
      *  programs.  A stream ending past the deadline, or with no
      *  end stamp from the last program at all, is an overrun too.
      *
      *  A night is the batch date the stream belongs to: a run
      *  starting before noon belongs to the night before, so a
      *  stream that crosses midnight is one night, not two.  "Last
      *  night" is the latest night on RUNHIST.  Only completion
      *  lines are timed; a STARTED line with no completion is a job
      *  that never finished and has no elapsed time to give.
      *
      *  The BWINRPT report lists each program's elapsed time,
      *  average, expected duration and flag, then the stream
      *  summary, then an eight-night trend of each program's
      *  elapsed minutes, oldest night first.  Any overrun ends the
      *  run RC 4 so the stream's paging convention picks it up; no
      *  RUNHIST on the system is RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT WINDOW-CONTROL-FILE ASSIGN TO "BWINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWINCTL-STATUS.
           SELECT WINDOW-REPORT-FILE ASSIGN TO "BWINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWINRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.
       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CONTROL-RECORD.
           05  BC-PROGRAM-ID           PIC X(08).
               88  BC-WINDOW-RECORD    VALUE "*WINDOW*".
           05  BC-EXPECTED-MINUTES     PIC 9(04).
       01  WINDOW-DEADLINE-RECORD.
           05  FILLER                  PIC X(08).
           05  BC-DEADLINE-TIME        PIC 9(04).
           05  BC-FIRST-PROGRAM        PIC X(08).
           05  BC-LAST-PROGRAM         PIC X(08).
       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-RUNHIST-STATUS        PIC X(02) VALUE "00".
               88 WS-RUNHIST-OK        VALUE "00".
           01 WS-BWINCTL-STATUS        PIC X(02) VALUE "00".
               88 WS-BWINCTL-OK        VALUE "00".
           01 WS-BWINRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           01 BWN-PARM-TEXT            PIC X(80) VALUE SPACES.
           01 WS-AVERAGE-NIGHTS        PIC 9(02) VALUE 7.
           01 WS-MAXIMUM-NIGHTS        PIC 9(02) VALUE 14.
      *    Window settings; BWINCTL's "*WINDOW*" record overrides.
           01 WS-DEADLINE-TIME         PIC 9(04) VALUE 0600.
           01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-TIME.
               05 WS-DL-HOURS          PIC 9(02).
               05 WS-DL-MINUTES        PIC 9(02).
           01 WS-FIRST-PROGRAM         PIC X(08) VALUE "FILEUNLD".
           01 WS-LAST-PROGRAM          PIC X(08) VALUE "NOTIFYLT".
           01 WS-NIGHT-CUTOVER-TIME    PIC 9(06) VALUE 120000.
           01 WS-AVERAGE-TOLERANCE-PCT PIC 9(03) VALUE 150.
           01 WS-AVERAGE-MARGIN        PIC 9(02) VALUE 2.
      *    Program table: one entry per program on BWINCTL or
      *    RUNHIST, with its elapsed seconds and run count for each
      *    of the last 15 nights (night 1 is last night).
           01 WS-PROGRAM-TABLE.
               05 WS-PROGRAM-ENTRY OCCURS 30 TIMES.
                   10 WS-PT-PROGRAM-ID  PIC X(08).
                   10 WS-PT-EXPECTED-SWITCH PIC X(01).
                       88 WS-PT-HAS-EXPECTED VALUE "Y".
                   10 WS-PT-EXPECTED-MINUTES PIC 9(04).
                   10 WS-PT-FIRST-START PIC 9(11) COMP.
                   10 WS-PT-FIRST-START-TIME PIC 9(06).
                   10 WS-PT-LAST-END    PIC 9(11) COMP.
                   10 WS-PT-LAST-END-TIME PIC 9(06).
                   10 WS-PT-NIGHT OCCURS 15 TIMES.
                       15 WS-PT-NIGHT-SECONDS PIC 9(07) COMP.
                       15 WS-PT-NIGHT-RUNS  PIC 9(03) COMP.
           01 WS-PROGRAM-COUNT         PIC 9(02) COMP VALUE ZERO.
           01 WS-PROGRAM-MAXIMUM       PIC 9(02) COMP VALUE 30.
           01 WS-PROGRAM-INDEX         PIC 9(02) COMP VALUE ZERO.
           01 WS-PROGRAM-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-PROGRAM-FOUND     VALUE "Y".
           01 WS-SEARCH-PROGRAM-ID     PIC X(08) VALUE SPACES.
           01 WS-NIGHT-INDEX           PIC 9(02) COMP VALUE ZERO.
      *    How many nights back from the last a history line falls,
      *    signed and wide: RUNHIST is never purged, and a line dated
      *    after the last night comes out negative.
           01 WS-NIGHT-OFFSET          PIC S9(08) COMP VALUE ZERO.
           01 WS-COLUMN-INDEX          PIC 9(02) COMP VALUE ZERO.
      *    Night and time-stamp arithmetic, in days and seconds from
      *    the INTEGER-OF-DATE epoch.
           01 WS-LAST-NIGHT            PIC 9(08) COMP VALUE ZERO.
           01 WS-LAST-NIGHT-DATE       PIC 9(08) VALUE ZERO.
           01 WS-LINE-NIGHT            PIC 9(08) COMP VALUE ZERO.
           01 WS-NIGHT-DATE            PIC 9(08) VALUE ZERO.
           01 WS-STAMP-DATE            PIC 9(08) VALUE ZERO.
           01 WS-STAMP-TIME            PIC 9(06) VALUE ZERO.
           01 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
               05 WS-ST-HOURS          PIC 9(02).
               05 WS-ST-MINUTES        PIC 9(02).
               05 WS-ST-SECONDS        PIC 9(02).
           01 WS-STAMP-SECONDS         PIC 9(11) COMP VALUE ZERO.
           01 WS-START-SECONDS         PIC 9(11) COMP VALUE ZERO.
           01 WS-END-SECONDS           PIC 9(11) COMP VALUE ZERO.
           01 WS-DEADLINE-SECONDS      PIC 9(11) COMP VALUE ZERO.
           01 WS-ELAPSED-SECONDS       PIC 9(07) COMP VALUE ZERO.
      *    Stream bounds for last night.
           01 WS-STREAM-START          PIC 9(11) COMP VALUE ZERO.
           01 WS-STREAM-START-DATE     PIC 9(08) VALUE ZERO.
           01 WS-STREAM-START-TIME     PIC 9(06) VALUE ZERO.
           01 WS-STREAM-END            PIC 9(11) COMP VALUE ZERO.
           01 WS-STREAM-END-DATE       PIC 9(08) VALUE ZERO.
           01 WS-STREAM-END-TIME       PIC 9(06) VALUE ZERO.
           01 WS-STREAM-MINUTES        PIC 9(05) VALUE ZERO.
      *    Per-program judgement.
           01 WS-TONIGHT-MINUTES       PIC 9(05) VALUE ZERO.
           01 WS-AVERAGE-MINUTES       PIC 9(05) VALUE ZERO.
           01 WS-PRIOR-SECONDS         PIC 9(09) VALUE ZERO.
           01 WS-PRIOR-NIGHTS          PIC 9(02) VALUE ZERO.
           01 WS-AVERAGE-LIMIT         PIC 9(07) VALUE ZERO.
           01 WS-OVERRUN-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-REPORT-HEADING-1.
               05 FILLER                PIC X(40) VALUE
                   "BATCHWIN - BATCH WINDOW REPORT".
               05 FILLER                PIC X(09) VALUE "NIGHT OF ".
               05 WS-RH-NIGHT-DATE      PIC 9(08).
           01 WS-REPORT-HEADING-2.
               05 FILLER                PIC X(10) VALUE "PROGRAM".
               05 FILLER                PIC X(08) VALUE "START".
               05 FILLER                PIC X(08) VALUE "END".
               05 FILLER                PIC X(08) VALUE "ELAPSED".
               05 FILLER                PIC X(08) VALUE "AVERAGE".
               05 FILLER                PIC X(07) VALUE "NIGHTS".
               05 FILLER                PIC X(09) VALUE "EXPECTED".
               05 FILLER                PIC X(14) VALUE "FLAG".
           01 WS-REPORT-DETAIL-LINE.
               05 WS-RD-PROGRAM-ID      PIC X(08).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-START-TIME      PIC X(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-RD-END-TIME        PIC X(06).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-ELAPSED         PIC X(05).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-AVERAGE         PIC X(05).
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-RD-NIGHTS          PIC Z9.
               05 FILLER                PIC X(05) VALUE SPACES.
               05 WS-RD-EXPECTED        PIC X(05).
               05 FILLER                PIC X(03) VALUE SPACES.
               05 WS-RD-FLAG            PIC X(15).
           01 WS-EDIT-TIME             PIC 9(06) VALUE ZERO.
           01 WS-EDIT-MINUTES          PIC ZZZZ9.
           01 WS-STREAM-STAMP-LINE.
               05 WS-SS-LABEL           PIC X(23).
               05 WS-SS-DATE            PIC 9(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-SS-TIME            PIC 9(06).
               05 FILLER                PIC X(02) VALUE SPACES.
               05 WS-SS-PROGRAM-ID      PIC X(08).
           01 WS-STREAM-MISSING-LINE.
               05 WS-SM-LABEL           PIC X(23).
               05 FILLER                PIC X(17) VALUE
                   "NONE ON FILE FOR ".
               05 WS-SM-PROGRAM-ID      PIC X(08).
           01 WS-STREAM-RESULT-LINE.
               05 FILLER                PIC X(23) VALUE
                   "STREAM RESULT -        ".
               05 WS-SR-RESULT          PIC X(30).
           01 WS-TREND-HEADING.
               05 FILLER                PIC X(08) VALUE "PROGRAM".
               05 WS-TH-COLUMN OCCURS 8 TIMES.
                   10 WS-TH-GAP         PIC X(02).
                   10 WS-TH-MMDD        PIC X(04).
           01 WS-TREND-LINE.
               05 WS-TR-PROGRAM-ID      PIC X(08).
               05 WS-TR-COLUMN OCCURS 8 TIMES.
                   10 WS-TR-GAP         PIC X(02).
                   10 WS-TR-MINUTES     PIC ZZZ9.
                   10 WS-TR-NO-RUN REDEFINES WS-TR-MINUTES
                                        PIC X(04).
           01 WS-SECTION-LINE           PIC X(80) VALUE SPACES.
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           OPEN INPUT RUN-HISTORY-FILE.
           IF NOT WS-RUNHIST-OK
               DISPLAY "BATCHWIN - RUNHIST NOT ON SYSTEM"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM 2000-FIND-LAST-NIGHT
               CLOSE RUN-HISTORY-FILE
               IF WS-LAST-NIGHT IS EQUAL TO ZERO
                   DISPLAY "BATCHWIN - NO COMPLETED RUNS ON RUNHIST"
               ELSE
                   PERFORM 3000-TIME-THE-RUNS
                   PERFORM 4000-PRINT-REPORT
               END-IF
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *----------------------------------------------------------------
      * PARM first, then BWINCTL: each program's expected minutes go
      * straight into the program table, so a program expected but
      * not run last night still gets its line.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT BWN-PARM-TEXT FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN BWN-PARM-TEXT(1:2) IS NUMERIC
                   MOVE BWN-PARM-TEXT(1:2) TO WS-AVERAGE-NIGHTS
               WHEN BWN-PARM-TEXT(1:1) IS NUMERIC
                   AND BWN-PARM-TEXT(2:1) IS EQUAL TO SPACE
                   MOVE BWN-PARM-TEXT(1:1) TO WS-AVERAGE-NIGHTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-AVERAGE-NIGHTS IS EQUAL TO ZERO
               OR WS-AVERAGE-NIGHTS IS GREATER THAN WS-MAXIMUM-NIGHTS
               MOVE 7 TO WS-AVERAGE-NIGHTS
           END-IF.
           OPEN INPUT WINDOW-CONTROL-FILE.
           IF WS-BWINCTL-OK
               PERFORM 1100-LOAD-ONE-CONTROL UNTIL WS-END-OF-INPUT
               CLOSE WINDOW-CONTROL-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

       1100-LOAD-ONE-CONTROL.
           READ WINDOW-CONTROL-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 1200-TAKE-CONTROL-RECORD
           END-READ.

       1200-TAKE-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN BC-WINDOW-RECORD
                   IF BC-DEADLINE-TIME IS NUMERIC
                       MOVE BC-DEADLINE-TIME TO WS-DEADLINE-TIME
                   END-IF
                   IF BC-FIRST-PROGRAM IS NOT EQUAL TO SPACES
                       MOVE BC-FIRST-PROGRAM TO WS-FIRST-PROGRAM
                   END-IF
                   IF BC-LAST-PROGRAM IS NOT EQUAL TO SPACES
                       MOVE BC-LAST-PROGRAM TO WS-LAST-PROGRAM
                   END-IF
               WHEN BC-PROGRAM-ID IS EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE BC-PROGRAM-ID TO WS-SEARCH-PROGRAM-ID
                   PERFORM 8000-FIND-PROGRAM-ENTRY
                   IF BC-EXPECTED-MINUTES IS NUMERIC
                       MOVE BC-EXPECTED-MINUTES
                           TO WS-PT-EXPECTED-MINUTES (WS-PROGRAM-INDEX)
                       MOVE "Y"
                           TO WS-PT-EXPECTED-SWITCH (WS-PROGRAM-INDEX)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * First pass: the latest night any completion line belongs to.
      *----------------------------------------------------------------
       2000-FIND-LAST-NIGHT.
           PERFORM 2100-READ-HISTORY.
           PERFORM 2200-CHECK-ONE-NIGHT UNTIL WS-END-OF-INPUT.

       2100-READ-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2200-CHECK-ONE-NIGHT.
           IF RH-STATUS IS NOT EQUAL TO "STARTED"
               AND RH-START-DATE IS NUMERIC
               AND RH-START-DATE IS GREATER THAN ZERO
               AND RH-START-TIME IS NUMERIC
               PERFORM 8200-FIND-LINE-NIGHT
               IF WS-LINE-NIGHT IS GREATER THAN WS-LAST-NIGHT
                   MOVE WS-LINE-NIGHT TO WS-LAST-NIGHT
               END-IF
           END-IF.
           PERFORM 2100-READ-HISTORY.

      *----------------------------------------------------------------
      * Second pass: every completion line in the last 15 nights
      * adds its elapsed seconds to its program and night.  Last
      * night's lines also set the program's first start and last
      * end, and the stream's bounds.
      *----------------------------------------------------------------
       3000-TIME-THE-RUNS.
           COMPUTE WS-LAST-NIGHT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-NIGHT).
           COMPUTE WS-DEADLINE-SECONDS =
               (WS-LAST-NIGHT + 1) * 86400
               + WS-DL-HOURS * 3600 + WS-DL-MINUTES * 60.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RUN-HISTORY-FILE.
           PERFORM 2100-READ-HISTORY.
           PERFORM 3100-TIME-ONE-RUN UNTIL WS-END-OF-INPUT.
           CLOSE RUN-HISTORY-FILE.

       3100-TIME-ONE-RUN.
           IF RH-STATUS IS NOT EQUAL TO "STARTED"
               AND RH-START-DATE IS NUMERIC
               AND RH-START-DATE IS GREATER THAN ZERO
               AND RH-START-TIME IS NUMERIC
               AND RH-END-DATE IS NUMERIC
               AND RH-END-DATE IS GREATER THAN ZERO
               AND RH-END-TIME IS NUMERIC
               PERFORM 8200-FIND-LINE-NIGHT
               COMPUTE WS-NIGHT-OFFSET = WS-LAST-NIGHT - WS-LINE-NIGHT
                   + 1
               IF WS-NIGHT-OFFSET IS GREATER THAN ZERO
                   AND WS-NIGHT-OFFSET IS NOT GREATER THAN 15
                   MOVE WS-NIGHT-OFFSET TO WS-NIGHT-INDEX
                   PERFORM 3200-ADD-RUN-TO-NIGHT
               END-IF
           END-IF.
           PERFORM 2100-READ-HISTORY.

       3200-ADD-RUN-TO-NIGHT.
           MOVE RH-START-DATE TO WS-STAMP-DATE.
           MOVE RH-START-TIME TO WS-STAMP-TIME.
           PERFORM 8300-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS.
           MOVE RH-END-DATE TO WS-STAMP-DATE.
           MOVE RH-END-TIME TO WS-STAMP-TIME.
           PERFORM 8300-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-END-SECONDS.
           IF WS-END-SECONDS IS NOT LESS THAN WS-START-SECONDS
               MOVE RH-PROGRAM-ID TO WS-SEARCH-PROGRAM-ID
               PERFORM 8000-FIND-PROGRAM-ENTRY
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               ADD WS-ELAPSED-SECONDS TO WS-PT-NIGHT-SECONDS
                   (WS-PROGRAM-INDEX, WS-NIGHT-INDEX)
               ADD 1 TO WS-PT-NIGHT-RUNS
                   (WS-PROGRAM-INDEX, WS-NIGHT-INDEX)
               IF WS-NIGHT-INDEX IS EQUAL TO 1
                   PERFORM 3300-NOTE-LAST-NIGHT-STAMPS
               END-IF
           END-IF.

       3300-NOTE-LAST-NIGHT-STAMPS.
           IF WS-PT-FIRST-START (WS-PROGRAM-INDEX) IS EQUAL TO ZERO
               OR WS-START-SECONDS IS LESS THAN
                   WS-PT-FIRST-START (WS-PROGRAM-INDEX)
               MOVE WS-START-SECONDS
                   TO WS-PT-FIRST-START (WS-PROGRAM-INDEX)
               MOVE RH-START-TIME
                   TO WS-PT-FIRST-START-TIME (WS-PROGRAM-INDEX)
           END-IF.
           IF WS-END-SECONDS IS GREATER THAN
                   WS-PT-LAST-END (WS-PROGRAM-INDEX)
               MOVE WS-END-SECONDS
                   TO WS-PT-LAST-END (WS-PROGRAM-INDEX)
               MOVE RH-END-TIME
                   TO WS-PT-LAST-END-TIME (WS-PROGRAM-INDEX)
           END-IF.
           IF RH-PROGRAM-ID IS EQUAL TO WS-FIRST-PROGRAM
               AND (WS-STREAM-START IS EQUAL TO ZERO
                   OR WS-START-SECONDS IS LESS THAN WS-STREAM-START)
               MOVE WS-START-SECONDS TO WS-STREAM-START
               MOVE RH-START-DATE TO WS-STREAM-START-DATE
               MOVE RH-START-TIME TO WS-STREAM-START-TIME
           END-IF.
           IF RH-PROGRAM-ID IS EQUAL TO WS-LAST-PROGRAM
               AND WS-END-SECONDS IS GREATER THAN WS-STREAM-END
               MOVE WS-END-SECONDS TO WS-STREAM-END
               MOVE RH-END-DATE TO WS-STREAM-END-DATE
               MOVE RH-END-TIME TO WS-STREAM-END-TIME
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT WINDOW-REPORT-FILE.
           MOVE WS-LAST-NIGHT-DATE TO WS-RH-NIGHT-DATE.
           WRITE WINDOW-REPORT-LINE FROM WS-REPORT-HEADING-1.
           WRITE WINDOW-REPORT-LINE FROM WS-REPORT-HEADING-2.
           PERFORM 4100-JUDGE-ONE-PROGRAM
               VARYING WS-PROGRAM-INDEX FROM 1 BY 1
               UNTIL WS-PROGRAM-INDEX IS GREATER THAN WS-PROGRAM-COUNT.
           WRITE WINDOW-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 4300-JUDGE-STREAM.
           WRITE WINDOW-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM 4500-PRINT-TREND.
           WRITE WINDOW-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE "OVERRUNS -             " TO WS-TL-LABEL.
           MOVE WS-OVERRUN-COUNT TO WS-TL-COUNT.
           WRITE WINDOW-REPORT-LINE FROM WS-TRAILER-LINE.
           CLOSE WINDOW-REPORT-FILE.
           IF WS-OVERRUN-COUNT IS GREATER THAN ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * Elapsed, average and expected are shown in whole minutes,
      * rounded; the comparisons are made on the same rounded
      * figures the operator sees.
      *----------------------------------------------------------------
       4100-JUDGE-ONE-PROGRAM.
           MOVE SPACES TO WS-REPORT-DETAIL-LINE.
           MOVE WS-PT-PROGRAM-ID (WS-PROGRAM-INDEX)
               TO WS-RD-PROGRAM-ID.
           MOVE ZERO TO WS-PRIOR-SECONDS.
           MOVE ZERO TO WS-PRIOR-NIGHTS.
           PERFORM 4110-ADD-PRIOR-NIGHT
               VARYING WS-NIGHT-INDEX FROM 2 BY 1
               UNTIL WS-NIGHT-INDEX IS GREATER THAN
                   WS-AVERAGE-NIGHTS + 1.
           MOVE WS-PRIOR-NIGHTS TO WS-RD-NIGHTS.
           IF WS-PRIOR-NIGHTS IS GREATER THAN ZERO
               COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                   WS-PRIOR-SECONDS / WS-PRIOR-NIGHTS / 60
               MOVE WS-AVERAGE-MINUTES TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO WS-RD-AVERAGE
           END-IF.
           IF WS-PT-HAS-EXPECTED (WS-PROGRAM-INDEX)
               MOVE WS-PT-EXPECTED-MINUTES (WS-PROGRAM-INDEX)
                   TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO WS-RD-EXPECTED
           END-IF.
           IF WS-PT-NIGHT-RUNS (WS-PROGRAM-INDEX, 1) IS EQUAL TO ZERO
               MOVE "NOT RUN" TO WS-RD-FLAG
           ELSE
               MOVE WS-PT-FIRST-START-TIME (WS-PROGRAM-INDEX)
                   TO WS-EDIT-TIME
               MOVE WS-EDIT-TIME TO WS-RD-START-TIME
               MOVE WS-PT-LAST-END-TIME (WS-PROGRAM-INDEX)
                   TO WS-EDIT-TIME
               MOVE WS-EDIT-TIME TO WS-RD-END-TIME
               COMPUTE WS-TONIGHT-MINUTES ROUNDED =
                   WS-PT-NIGHT-SECONDS (WS-PROGRAM-INDEX, 1) / 60
               MOVE WS-TONIGHT-MINUTES TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO WS-RD-ELAPSED
               PERFORM 4200-FLAG-OVERRUN
           END-IF.
           WRITE WINDOW-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.

       4110-ADD-PRIOR-NIGHT.
           IF WS-PT-NIGHT-RUNS (WS-PROGRAM-INDEX, WS-NIGHT-INDEX)
                   IS GREATER THAN ZERO
               ADD WS-PT-NIGHT-SECONDS
                   (WS-PROGRAM-INDEX, WS-NIGHT-INDEX)
                   TO WS-PRIOR-SECONDS
               ADD 1 TO WS-PRIOR-NIGHTS
           END-IF.

       4200-FLAG-OVERRUN.
           EVALUATE TRUE
               WHEN WS-PT-HAS-EXPECTED (WS-PROGRAM-INDEX)
                   IF WS-TONIGHT-MINUTES IS GREATER THAN
                           WS-PT-EXPECTED-MINUTES (WS-PROGRAM-INDEX)
                       MOVE "OVER EXPECTED" TO WS-RD-FLAG
                       ADD 1 TO WS-OVERRUN-COUNT
                   END-IF
               WHEN WS-PRIOR-NIGHTS IS GREATER THAN ZERO
                   COMPUTE WS-AVERAGE-LIMIT =
                       WS-AVERAGE-MINUTES * WS-AVERAGE-TOLERANCE-PCT
                       / 100
                   IF WS-TONIGHT-MINUTES IS GREATER THAN
                           WS-AVERAGE-LIMIT
                       AND WS-TONIGHT-MINUTES IS NOT LESS THAN
                           WS-AVERAGE-MINUTES + WS-AVERAGE-MARGIN
                       MOVE "OVER AVERAGE" TO WS-RD-FLAG
                       ADD 1 TO WS-OVERRUN-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "NO HISTORY" TO WS-RD-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------
      * The stream needs both ends stamped last night; the deadline
      * is the window time on the morning after the night's date.
      *----------------------------------------------------------------
       4300-JUDGE-STREAM.
           IF WS-STREAM-START IS EQUAL TO ZERO
               MOVE "STREAM START -         " TO WS-SM-LABEL
               MOVE WS-FIRST-PROGRAM TO WS-SM-PROGRAM-ID
               WRITE WINDOW-REPORT-LINE FROM WS-STREAM-MISSING-LINE
           ELSE
               MOVE "STREAM START -         " TO WS-SS-LABEL
               MOVE WS-STREAM-START-DATE TO WS-SS-DATE
               MOVE WS-STREAM-START-TIME TO WS-SS-TIME
               MOVE WS-FIRST-PROGRAM TO WS-SS-PROGRAM-ID
               WRITE WINDOW-REPORT-LINE FROM WS-STREAM-STAMP-LINE
           END-IF.
           IF WS-STREAM-END IS EQUAL TO ZERO
               MOVE "STREAM END -           " TO WS-SM-LABEL
               MOVE WS-LAST-PROGRAM TO WS-SM-PROGRAM-ID
               WRITE WINDOW-REPORT-LINE FROM WS-STREAM-MISSING-LINE
           ELSE
               MOVE "STREAM END -           " TO WS-SS-LABEL
               MOVE WS-STREAM-END-DATE TO WS-SS-DATE
               MOVE WS-STREAM-END-TIME TO WS-SS-TIME
               MOVE WS-LAST-PROGRAM TO WS-SS-PROGRAM-ID
               WRITE WINDOW-REPORT-LINE FROM WS-STREAM-STAMP-LINE
           END-IF.
           MOVE "WINDOW DEADLINE -      " TO WS-SS-LABEL.
           COMPUTE WS-SS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-NIGHT + 1).
           COMPUTE WS-SS-TIME = WS-DEADLINE-TIME * 100.
           MOVE SPACES TO WS-SS-PROGRAM-ID.
           WRITE WINDOW-REPORT-LINE FROM WS-STREAM-STAMP-LINE.
           EVALUATE TRUE
               WHEN WS-STREAM-END IS EQUAL TO ZERO
                   MOVE "INCOMPLETE - NO END STAMP" TO WS-SR-RESULT
                   ADD 1 TO WS-OVERRUN-COUNT
               WHEN WS-STREAM-END IS GREATER THAN WS-DEADLINE-SECONDS
                   MOVE "DEADLINE MISSED" TO WS-SR-RESULT
                   ADD 1 TO WS-OVERRUN-COUNT
               WHEN OTHER
                   MOVE "WITHIN WINDOW" TO WS-SR-RESULT
           END-EVALUATE.
           IF WS-STREAM-START IS GREATER THAN ZERO
               AND WS-STREAM-END IS GREATER THAN WS-STREAM-START
               COMPUTE WS-STREAM-MINUTES ROUNDED =
                   (WS-STREAM-END - WS-STREAM-START) / 60
               MOVE "STREAM MINUTES -       " TO WS-TL-LABEL
               MOVE WS-STREAM-MINUTES TO WS-TL-COUNT
               WRITE WINDOW-REPORT-LINE FROM WS-TRAILER-LINE
           END-IF.
           WRITE WINDOW-REPORT-LINE FROM WS-STREAM-RESULT-LINE.

      *----------------------------------------------------------------
      * Eight columns, the oldest of the last eight nights on the
      * left and last night on the right; "-" is a night the
      * program didn't run.
      *----------------------------------------------------------------
       4500-PRINT-TREND.
           MOVE "ELAPSED MINUTES BY NIGHT" TO WS-SECTION-LINE.
           WRITE WINDOW-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 4510-SET-TREND-HEADING
               VARYING WS-COLUMN-INDEX FROM 1 BY 1
               UNTIL WS-COLUMN-INDEX IS GREATER THAN 8.
           WRITE WINDOW-REPORT-LINE FROM WS-TREND-HEADING.
           PERFORM 4520-PRINT-TREND-LINE
               VARYING WS-PROGRAM-INDEX FROM 1 BY 1
               UNTIL WS-PROGRAM-INDEX IS GREATER THAN WS-PROGRAM-COUNT.

       4510-SET-TREND-HEADING.
           COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
               WS-LAST-NIGHT - 8 + WS-COLUMN-INDEX).
           MOVE SPACES TO WS-TH-GAP (WS-COLUMN-INDEX).
           MOVE WS-NIGHT-DATE(5:4) TO WS-TH-MMDD (WS-COLUMN-INDEX).

       4520-PRINT-TREND-LINE.
           MOVE WS-PT-PROGRAM-ID (WS-PROGRAM-INDEX)
               TO WS-TR-PROGRAM-ID.
           PERFORM 4530-SET-TREND-COLUMN
               VARYING WS-COLUMN-INDEX FROM 1 BY 1
               UNTIL WS-COLUMN-INDEX IS GREATER THAN 8.
           WRITE WINDOW-REPORT-LINE FROM WS-TREND-LINE.

       4530-SET-TREND-COLUMN.
           COMPUTE WS-NIGHT-INDEX = 9 - WS-COLUMN-INDEX.
           MOVE SPACES TO WS-TR-GAP (WS-COLUMN-INDEX).
           IF WS-PT-NIGHT-RUNS (WS-PROGRAM-INDEX, WS-NIGHT-INDEX)
                   IS EQUAL TO ZERO
               MOVE "   -" TO WS-TR-NO-RUN (WS-COLUMN-INDEX)
           ELSE
               COMPUTE WS-TR-MINUTES (WS-COLUMN-INDEX) ROUNDED =
                   WS-PT-NIGHT-SECONDS
                       (WS-PROGRAM-INDEX, WS-NIGHT-INDEX) / 60
           END-IF.

      *----------------------------------------------------------------
      * Finds (or adds) WS-SEARCH-PROGRAM-ID in the program table,
      * leaving WS-PROGRAM-INDEX on its entry, the way RUNHINQ keeps
      * its table.  Past 30 programs the last entry is reused.
      *----------------------------------------------------------------
       8000-FIND-PROGRAM-ENTRY.
           MOVE "N" TO WS-PROGRAM-FOUND-SWITCH.
           PERFORM 8100-MATCH-PROGRAM-ENTRY
               VARYING WS-PROGRAM-INDEX FROM 1 BY 1
               UNTIL WS-PROGRAM-FOUND
               OR WS-PROGRAM-INDEX IS GREATER THAN WS-PROGRAM-COUNT.
           IF WS-PROGRAM-FOUND
               SUBTRACT 1 FROM WS-PROGRAM-INDEX
           ELSE
               IF WS-PROGRAM-COUNT IS LESS THAN WS-PROGRAM-MAXIMUM
                   ADD 1 TO WS-PROGRAM-COUNT
               END-IF
               MOVE WS-PROGRAM-COUNT TO WS-PROGRAM-INDEX
               INITIALIZE WS-PROGRAM-ENTRY (WS-PROGRAM-INDEX)
               MOVE WS-SEARCH-PROGRAM-ID
                   TO WS-PT-PROGRAM-ID (WS-PROGRAM-INDEX)
               MOVE "N" TO WS-PT-EXPECTED-SWITCH (WS-PROGRAM-INDEX)
           END-IF.

       8100-MATCH-PROGRAM-ENTRY.
           IF WS-PT-PROGRAM-ID (WS-PROGRAM-INDEX)
                   IS EQUAL TO WS-SEARCH-PROGRAM-ID
               SET WS-PROGRAM-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * A run starting before the cutover belongs to the night
      * before its start date.
      *----------------------------------------------------------------
       8200-FIND-LINE-NIGHT.
           COMPUTE WS-LINE-NIGHT =
               FUNCTION INTEGER-OF-DATE(RH-START-DATE).
           IF RH-START-TIME IS LESS THAN WS-NIGHT-CUTOVER-TIME
               SUBTRACT 1 FROM WS-LINE-NIGHT
           END-IF.

       8300-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-ST-HOURS * 3600 + WS-ST-MINUTES * 60
               + WS-ST-SECONDS.

       END PROGRAM BATCHWIN.
