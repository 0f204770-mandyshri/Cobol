      *      run-days mean any day; a program with no SCHDCTL record
      *      (or a shop with no SCHDCTL at all) is waved through, the
      *      same still-converting allowance the other gates make.
      *    - A program whose SCHDCTL record carries "S" in the
      *      closure-day byte is skipped on any day the HOLCAL
      *      calendar marks as a holiday or campus closure (BUSDAYS
      *      answers) -- a feed applied while the campus is shut
      *      has nobody in the office to work its rejects.  A blank
      *      byte leaves the program to its run-days alone, as
      *      before.
      *    - A completion line already on RUNHIST for this program
      *      with today's end date refuses the run -- running
      *      STUAPPLY twice against the same STUTRAN double-rejects
           05  SD-PROGRAM-ID           PIC X(08).
           05  SD-RUN-DAYS             PIC X(07).
           05  SD-PREREQ-PROGRAM       PIC X(08) OCCURS 3 TIMES.
           05  SD-CLOSED-DAY-RULE      PIC X(01).
       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-CONTROL-FOUND-SWITCH  PIC X(01) VALUE "N".
               88 WS-CONTROL-FOUND     VALUE "Y".
           01 WS-RUN-DAYS              PIC X(07) VALUE SPACES.
           01 WS-CLOSED-DAY-RULE       PIC X(01) VALUE SPACE.
               88 WS-SKIP-CLOSED-DAYS  VALUE "S".
           01 WS-PREREQ-TABLE.
               05 WS-PREREQ-ENTRY OCCURS 3 TIMES.
                   10 WS-PQ-PROGRAM-ID PIC X(08).
           01 WS-DAY-ALLOWED-SWITCH    PIC X(01) VALUE "N".
               88 WS-DAY-ALLOWED       VALUE "Y".
           COPY RUNHIST.
           COPY BDPARM.
       LINKAGE SECTION.
           COPY RGPARM.
       PROCEDURE DIVISION USING RG-PROGRAM-ID, RG-STATUS-CODE.
           PERFORM FIND-CONTROL-RECORD.
           IF WS-CONTROL-FOUND
               PERFORM CHECK-RUN-DAY
               IF RG-RUN-ALLOWED AND WS-SKIP-CLOSED-DAYS
                   PERFORM CHECK-CLOSED-DAY
               END-IF
               IF RG-RUN-ALLOWED
                   PERFORM SCAN-RUN-HISTORY
                   PERFORM JUDGE-HISTORY-FINDINGS
                   IF SD-PROGRAM-ID IS EQUAL TO RG-PROGRAM-ID
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE SD-RUN-DAYS TO WS-RUN-DAYS
                       MOVE SD-CLOSED-DAY-RULE TO WS-CLOSED-DAY-RULE
                       PERFORM LOAD-PREREQ-ENTRY
                           VARYING WS-PREREQ-INDEX FROM 1 BY 1
                           UNTIL WS-PREREQ-INDEX IS GREATER THAN 3
               SET WS-DAY-ALLOWED TO TRUE
           END-IF.

       CHECK-CLOSED-DAY.
           SET BD-FN-DAY-TYPE TO TRUE.
           MOVE WS-TODAY-DATE TO BD-START-DATE.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           IF BD-HOLIDAY OR BD-CLOSURE
               DISPLAY "RUNGATE - " RG-PROGRAM-ID
                   " IS NOT RUN ON A CAMPUS CLOSURE DAY"
               SET RG-RUN-REFUSED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * One pass of RUNHIST answers both questions at once: has this
      * program already completed successfully today, and has each
