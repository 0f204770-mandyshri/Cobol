       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMLOAD.
      *****************************************************************
      *  Room Master load.  Rebuilds the keyed ROOMMSTR file from
      *  scratch out of facilities' ROOMIN list -- one record per
      *  teaching room: the room ID, the building, the seating
      *  capacity, and the room type (LH lecture hall, CL classroom,
      *  LB laboratory, SM seminar room).  The whole file is reloaded
      *  each time (OPEN OUTPUT), the same way TERMLOAD rebuilds the
      *  Term Master.  A duplicate room ID is skipped with a SYSOUT
      *  note, and so is a record with a blank ID or a capacity that
      *  is not numeric; either skip is a warning (RC 4), since a
      *  section booked into that room will be refused by SCHMAINT
      *  until the list is put right.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-INPUT-FILE ASSIGN TO "ROOMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMIN-STATUS.
      *    DYNAMIC access so the list loads in whatever order it
      *    arrives, as TERMLOAD does.
           SELECT ROOM-MASTER-FILE ASSIGN TO "ROOMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ROOM-ID
               FILE STATUS IS WS-ROOM-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-INPUT-FILE.
       01  ROOM-INPUT-RECORD.
           05  RI-ROOM-ID              PIC X(06).
           05  RI-BUILDING             PIC X(20).
           05  RI-SEATING-CAPACITY     PIC 9(03).
           05  RI-ROOM-TYPE            PIC X(02).
       FD  ROOM-MASTER-FILE.
           COPY ROOMMSTR.
       WORKING-STORAGE SECTION.
           01 WS-ROOMIN-STATUS         PIC X(02) VALUE "00".
               88 WS-ROOMIN-OK         VALUE "00".
           01 WS-ROOM-MASTER-STATUS    PIC X(02) VALUE "00".
           01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
               88 WS-END-OF-INPUT      VALUE "Y".
           01 WS-LOADED-COUNT          PIC 9(05) COMP VALUE ZERO.
           01 WS-SKIPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
           01 WS-COUNT-DISPLAY         PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN INPUT ROOM-INPUT-FILE.
           IF NOT WS-ROOMIN-OK
               DISPLAY "ROOMLOAD - ROOMIN NOT ON SYSTEM"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ROOM-MASTER-FILE
               PERFORM 1100-READ-INPUT
               PERFORM 2000-LOAD-ONE-ROOM UNTIL WS-END-OF-INPUT
               CLOSE ROOM-MASTER-FILE
               CLOSE ROOM-INPUT-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ROOMLOAD ROOMS LOADED - " WS-COUNT-DISPLAY
               IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
                   MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "ROOMLOAD WARNING - RECORDS SKIPPED "
                       WS-COUNT-DISPLAY
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1100-READ-INPUT.
           READ ROOM-INPUT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2000-LOAD-ONE-ROOM.
           IF RI-ROOM-ID IS EQUAL TO SPACES
               OR RI-SEATING-CAPACITY IS NOT NUMERIC
               DISPLAY "ROOMLOAD - INVALID RECORD SKIPPED "
                   RI-ROOM-ID
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO ROOM-MASTER-RECORD
               MOVE RI-ROOM-ID TO RM-ROOM-ID
               MOVE RI-BUILDING TO RM-BUILDING
               MOVE RI-SEATING-CAPACITY TO RM-SEATING-CAPACITY
               MOVE RI-ROOM-TYPE TO RM-ROOM-TYPE
               WRITE ROOM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ROOMLOAD - DUPLICATE ROOM SKIPPED "
                           RI-ROOM-ID
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.
           PERFORM 1100-READ-INPUT.

       END PROGRAM ROOMLOAD.
