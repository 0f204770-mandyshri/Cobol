      *  only ever extended, so they grow without bound and every
      *  logon pays for reading the whole file front to back.  This
      *  job applies a retention rule: the PARM gives the number of
      *  business days to retain (no PARM means 30), and every entry
      *  older than that moves to a dated archive file
      *  (LOGONARC.yyyymmdd or MULTLARC.yyyymmdd, dated with the run
      *  date) while the entries still in retention are rewritten
      *  back so the live log stays short.  Archived and retained
      *  line counts for each log are displayed on SYSOUT.
      *
      *  The rewrite goes through a work file (LOGONWRK / MULTLWRK):
      *  retained lines are copied out alongside the archive pass,
      *  then copied back over the live log, so a failure mid-job
      *  leaves the live log untouched.
      *
      *  The cutoff date comes from BUSDAYS, counted back over
      *  business days only, so a closure fortnight or a holiday
      *  weekend doesn't eat into the retention window.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-RETAIN-DAYS-X         PIC X(03) VALUE SPACES.
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-DATE           PIC 9(08) VALUE ZERO.
           01 WS-ARCHIVED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-RETAINED-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
           COPY BDPARM.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT ARC-PARM-TEXT FROM COMMAND-LINE.
                   CONTINUE
           END-EVALUATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           SET BD-FN-ADD-DAYS TO TRUE.
           MOVE WS-RUN-DATE TO BD-START-DATE.
           COMPUTE BD-DAY-COUNT = 0 - WS-RETAIN-DAYS.
           CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                   BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                   BD-DAY-TYPE, BD-STATUS-CODE.
           MOVE BD-RESULT-DATE TO WS-CUTOFF-DATE.
           PERFORM 2000-ARCHIVE-LOGON-LOG.
           PERFORM 3000-ARCHIVE-MULT-LOG.
           STOP RUN.
