       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTLOAD.
      *****************************************************************
      *  Instructor Master load.  Rebuilds the keyed INSTMSTR file
      *  from scratch out of the academic affairs INSTIN list -- one
      *  record per instructor: the instructor ID, the name as it
      *  should print, the home department, and the maximum teaching
      *  load in credit hours a term.  The whole file is reloaded
      *  each time (OPEN OUTPUT), the same way TERMLOAD rebuilds the
      *  Term Master.  A duplicate instructor ID is skipped with a
      *  SYSOUT note, and so is a record with a blank ID or a
      *  maximum load that is not numeric; either skip is a warning
      *  (RC 4), since a section naming that instructor will be
      *  refused by SCHMAINT until the list is put right.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-INPUT-FILE ASSIGN TO "INSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTIN-STATUS.
      *    DYNAMIC access so the list loads in whatever order it
      *    arrives, as TERMLOAD does.
           SELECT INSTRUCTOR-MASTER-FILE ASSIGN TO "INSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INSTRUCTOR-ID
               FILE STATUS IS WS-INSTRUCTOR-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-INPUT-FILE.
       01  INSTRUCTOR-INPUT-RECORD.
           05  II-INSTRUCTOR-ID        PIC X(06).
           05  II-INSTRUCTOR-NAME      PIC X(20).
           05  II-DEPARTMENT           PIC X(04).
           05  II-MAX-LOAD-HOURS       PIC 9(02).
       FD  INSTRUCTOR-MASTER-FILE.
           COPY INSTMSTR.
       WORKING-STORAGE SECTION.
           01 WS-INSTIN-STATUS         PIC X(02) VALUE "00".
               88 WS-INSTIN-OK         VALUE "00".
           01 WS-INSTRUCTOR-MASTER-STATUS
                                       PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT INSTRUCTOR-INPUT-FILE.
           IF NOT WS-INSTIN-OK
               DISPLAY "INSTLOAD - INSTIN NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT INSTRUCTOR-MASTER-FILE
               PERFORM 1100-READ-INPUT
               PERFORM 2000-LOAD-ONE-INSTRUCTOR UNTIL WS-END-OF-INPUT
               CLOSE INSTRUCTOR-MASTER-FILE
               CLOSE INSTRUCTOR-INPUT-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "INSTLOAD INSTRUCTORS LOADED - "
                   WS-COUNT-DISPLAY
               IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
                   MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "INSTLOAD WARNING - RECORDS SKIPPED "
                       WS-COUNT-DISPLAY
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1100-READ-INPUT.
           READ INSTRUCTOR-INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2000-LOAD-ONE-INSTRUCTOR.
           IF II-INSTRUCTOR-ID IS EQUAL TO SPACES
               OR II-MAX-LOAD-HOURS IS NOT NUMERIC
               DISPLAY "INSTLOAD - INVALID RECORD SKIPPED "
                   II-INSTRUCTOR-ID
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO INSTRUCTOR-MASTER-RECORD
               MOVE II-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
               MOVE II-INSTRUCTOR-NAME TO IM-INSTRUCTOR-NAME
               MOVE II-DEPARTMENT TO IM-DEPARTMENT
               MOVE II-MAX-LOAD-HOURS TO IM-MAX-LOAD-HOURS
               WRITE INSTRUCTOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "INSTLOAD - DUPLICATE INSTRUCTOR "
                           "SKIPPED " II-INSTRUCTOR-ID
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.
           PERFORM 1100-READ-INPUT.

       END PROGRAM INSTLOAD.
