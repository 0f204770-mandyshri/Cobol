      *  report).  The record count unloaded is displayed on SYSOUT;
      *  FILERELD rebuilds the keyed file from a chosen backup and
      *  verifies the counts match.
      *
      *  Each unload is bracketed with RUNLOG start and end calls.
      *  The STUMSTR unload opens the nightly window, and its start
      *  stamp is where BATCHWIN starts the clock on the stream.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-FILE-CHOICE           PIC X(08) VALUE SPACES.
               88 WS-UNLOAD-STUMSTR    VALUE "STUMSTR ".
               88 WS-UNLOAD-ENROLL     VALUE "ENROLL  ".
           01 WS-RETURN-CODE           PIC 9(02) VALUE ZERO.
           COPY RUNLPARM.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT UNL-PARM-TEXT FROM COMMAND-LINE.
           MOVE UNL-PARM-TEXT(1:8) TO WS-FILE-CHOICE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "FILEUNLD" TO RL-PROGRAM-ID.
           SET RL-FN-JOB-START TO TRUE.
           CALL "RUNLOG" USING RL-FUNCTION-CODE, RL-PROGRAM-ID,
                   RL-RECORD-COUNT, RL-COMPLETION-STATUS.
           EVALUATE TRUE
               WHEN WS-UNLOAD-STUMSTR
                   PERFORM 2000-UNLOAD-STUDENT-MASTER
                       " OR ENROLL"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-RETURN-CODE.
           MOVE WS-UNLOAD-COUNT TO RL-RECORD-COUNT.
           IF WS-RETURN-CODE IS GREATER THAN ZERO
               MOVE "FILE ERR" TO RL-COMPLETION-STATUS
           ELSE
               MOVE "COMPLETE" TO RL-COMPLETION-STATUS
           END-IF.
           SET RL-FN-JOB-END TO TRUE.
           CALL "RUNLOG" USING RL-FUNCTION-CODE, RL-PROGRAM-ID,
                   RL-RECORD-COUNT, RL-COMPLETION-STATUS.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       2000-UNLOAD-STUDENT-MASTER.
