       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREG.
      *****************************************************************
      *  Nightly register of high-risk changes still outstanding on
      *  the pending-approval file (PENDAPPR, see copybooks
      *  PENDAPPR.cpy).  Every item still waiting on a second
      *  operator's decision at the APPRVCON console, and every item
      *  approved there but not yet applied, is listed to PENDRPT in
      *  the order it was asked for: what kind of change, the
      *  student, the course and grades or merge survivor it
      *  concerns, who asked for it and when, how many business days
      *  it has been waiting (worked out through BUSDAYS, so weekends
      *  and holidays don't inflate it), and who approved it.
      *  Applied and rejected items are history and are left off.
      *
      *  Items awaiting a decision are routine, and leave the return
      *  code at 0.  An approved item that has not gone through is
      *  not -- a delete or withdrawal whose student was in use when
      *  the console applied it, a grade correction whose history
      *  record went missing, or a merge nobody reran STUMERGE for --
      *  so any of those brings the step back at RC 4 until the
      *  approving operator applies it again or cancels it at
      *  APPRVCON.  No pending-approval file yet means nothing is
      *  outstanding; a file that cannot be read is RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-SEQUENCE
               ALTERNATE RECORD KEY IS PA-STUDENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT PENDING-REGISTER-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE.
           COPY PENDAPPR.
       FD  PENDING-REGISTER-FILE.
       01  PENDING-REGISTER-LINE       PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-PENDAPPR-STATUS       PIC X(02) VALUE "00".
               88 WS-PA-OK             VALUE "00".
           01 WS-PENDRPT-STATUS        PIC X(02) VALUE "00".
           01 WS-PENDAPPR-EOF-SWITCH   PIC X(01) VALUE "N".
               88 WS-END-OF-PENDAPPR   VALUE "Y".
           01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
           01 WS-ITEMS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
           01 WS-AWAITING-COUNT        PIC 9(05) COMP VALUE ZERO.
           01 WS-NOT-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
           COPY BDPARM.
           01 WS-REGISTER-HEADING-1.
               05 FILLER                PIC X(33) VALUE
                   "PENDREG - CHANGES AWAITING".
               05 FILLER                PIC X(05) VALUE "DATE ".
               05 WS-RH-DATE            PIC 9(08).
           01 WS-REGISTER-HEADING-2.
               05 FILLER                PIC X(08) VALUE "ITEM".
               05 FILLER                PIC X(09) VALUE "TYPE".
               05 FILLER                PIC X(09) VALUE "STATE".
               05 FILLER                PIC X(08) VALUE "STUDENT".
               05 FILLER                PIC X(21) VALUE "DETAIL".
               05 FILLER                PIC X(05) VALUE "OPER".
               05 FILLER                PIC X(09) VALUE "ASKED".
               05 FILLER                PIC X(05) VALUE "DAYS".
               05 FILLER                PIC X(04) VALUE "APPR".
           01 WS-REGISTER-DETAIL-LINE.
               05 WS-RG-SEQUENCE        PIC 9(07).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-TYPE            PIC X(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-STATE           PIC X(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-STUDENT-ID      PIC 9(7).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-DETAIL          PIC X(20).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-REQUESTED-BY    PIC 9(4).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-REQUEST-DATE    PIC 9(08).
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-DAYS-WAITING    PIC ZZZ9.
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-RG-APPROVER        PIC X(04).
           01 WS-TRAILER-LINE.
               05 WS-TL-LABEL           PIC X(23).
               05 WS-TL-COUNT           PIC ZZZZ9.
           01 WS-BLANK-LINE             PIC X(80) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-PA-OK
               PERFORM 2000-REGISTER-ONE-ITEM
                   UNTIL WS-END-OF-PENDAPPR
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           PERFORM 3000-WRITE-TRAILERS.
           CLOSE PENDING-REGISTER-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * A pending-approval file that was never created (status 35)
      * just means nobody has asked for a held change yet; any other
      * open failure is a file error.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PENDING-REGISTER-FILE.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE PENDING-REGISTER-LINE FROM WS-REGISTER-HEADING-1.
           WRITE PENDING-REGISTER-LINE FROM WS-REGISTER-HEADING-2.
           OPEN INPUT PENDING-APPROVAL-FILE.
           EVALUATE TRUE
               WHEN WS-PA-OK
                   MOVE ZERO TO PA-SEQUENCE
                   START PENDING-APPROVAL-FILE KEY IS NOT LESS THAN
                           PA-SEQUENCE
                       INVALID KEY
                           SET WS-END-OF-PENDAPPR TO TRUE
                   END-START
                   PERFORM 1100-READ-PENDAPPR
               WHEN WS-PENDAPPR-STATUS IS EQUAL TO "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PENDREG - pending-approval file open"
                       " failed, status " WS-PENDAPPR-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1100-READ-PENDAPPR.
           IF NOT WS-END-OF-PENDAPPR
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-PENDAPPR TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ-COUNT
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * One line per item still pending or approved-not-applied.
      *----------------------------------------------------------------
       2000-REGISTER-ONE-ITEM.
           IF PA-STILL-OPEN
               PERFORM 2100-BUILD-DETAIL-LINE
               WRITE PENDING-REGISTER-LINE
                   FROM WS-REGISTER-DETAIL-LINE
               IF PA-PENDING
                   ADD 1 TO WS-AWAITING-COUNT
               ELSE
                   ADD 1 TO WS-NOT-APPLIED-COUNT
               END-IF
           END-IF.
           PERFORM 1100-READ-PENDAPPR.

       2100-BUILD-DETAIL-LINE.
           MOVE PA-SEQUENCE TO WS-RG-SEQUENCE.
           MOVE PA-STUDENT-ID TO WS-RG-STUDENT-ID.
           MOVE PA-REQUESTED-BY TO WS-RG-REQUESTED-BY.
           MOVE PA-REQUEST-DATE TO WS-RG-REQUEST-DATE.
           MOVE SPACES TO WS-RG-DETAIL.
           EVALUATE TRUE
               WHEN PA-STUDENT-DELETE
                   MOVE "DELETE" TO WS-RG-TYPE
                   MOVE PA-STUDENT-NAME TO WS-RG-DETAIL
               WHEN PA-STUDENT-WITHDRAW
                   MOVE "WITHDRAW" TO WS-RG-TYPE
                   MOVE PA-STUDENT-NAME TO WS-RG-DETAIL
               WHEN PA-GRADE-CHANGE
                   MOVE "GRADE" TO WS-RG-TYPE
                   STRING PA-COURSE-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PA-TERM DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PA-OLD-GRADE DELIMITED BY SIZE
                           ">" DELIMITED BY SIZE
                           PA-NEW-GRADE DELIMITED BY SIZE
                           INTO WS-RG-DETAIL
               WHEN PA-STUDENT-MERGE
                   MOVE "MERGE" TO WS-RG-TYPE
                   STRING "INTO " DELIMITED BY SIZE
                           PA-SURVIVOR-ID DELIMITED BY SIZE
                           INTO WS-RG-DETAIL
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-RG-TYPE
           END-EVALUATE.
           IF PA-PENDING
               MOVE "PENDING" TO WS-RG-STATE
               MOVE SPACES TO WS-RG-APPROVER
           ELSE
               MOVE "APPROVED" TO WS-RG-STATE
               MOVE PA-DECIDED-BY TO WS-RG-APPROVER
           END-IF.
           PERFORM 2200-COUNT-DAYS-WAITING.

      *----------------------------------------------------------------
      * Business days from the day the change was asked for up to
      * today; a request date BUSDAYS won't take shows as zero.
      *----------------------------------------------------------------
       2200-COUNT-DAYS-WAITING.
           MOVE ZERO TO WS-RG-DAYS-WAITING.
           IF PA-REQUEST-DATE IS NUMERIC
               AND PA-REQUEST-DATE IS LESS THAN WS-RUN-DATE
               SET BD-FN-COUNT-DAYS TO TRUE
               MOVE PA-REQUEST-DATE TO BD-START-DATE
               MOVE WS-RUN-DATE TO BD-END-DATE
               CALL "BUSDAYS" USING BD-FUNCTION-CODE, BD-START-DATE,
                       BD-END-DATE, BD-DAY-COUNT, BD-RESULT-DATE,
                       BD-DAY-TYPE, BD-STATUS-CODE
               IF BD-VALID AND BD-DAY-COUNT IS GREATER THAN ZERO
                   MOVE BD-DAY-COUNT TO WS-RG-DAYS-WAITING
               END-IF
           END-IF.

       3000-WRITE-TRAILERS.
           WRITE PENDING-REGISTER-LINE FROM WS-BLANK-LINE.
           MOVE "ITEMS ON FILE -        " TO WS-TL-LABEL.
           MOVE WS-ITEMS-READ-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "AWAITING DECISION -    " TO WS-TL-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REGISTER-LINE FROM WS-TRAILER-LINE.
           MOVE "APPROVED NOT APPLIED - " TO WS-TL-LABEL.
           MOVE WS-NOT-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REGISTER-LINE FROM WS-TRAILER-LINE.
           IF WS-NOT-APPLIED-COUNT IS GREATER THAN ZERO
                   AND RETURN-CODE IS LESS THAN 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM PENDREG.
