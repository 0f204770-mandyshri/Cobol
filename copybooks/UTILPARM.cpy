      *  the values are built up before the CALL), so every caller and
      *  UTIL itself agree on one set of field sizes and function/
      *  status codes instead of each caller inventing its own copy.
      *
      *  UP-CHECK-DIGIT carries the check digit that was keyed or fed
      *  in with UP-STUDENT-ID (see CHKDPARM.cpy).  A caller working
      *  from an ID it already holds on file leaves it blank; when it
      *  is not blank, the student functions verify it before any
      *  lookup and a wrong digit comes back UP-BAD-CHECK-DIGIT.
      *
      *  UP-HELD-FOR-APPROVAL means nothing was changed yet: the
      *  delete or withdrawal was put on the pending-approval file
      *  (see PENDAPPR.cpy) for a second operator to decide.
      *  UP-ARCHIVE-NOT-VERIFIED is STUPURG's "P" refused because the
      *  Student Archive does not hold the master record exactly.
      *****************************************************************
       01  UP-FUNCTION-CODE           PIC X(01).
           88  UP-FN-STUDENT-LOOKUP    VALUE "S".
           88  UP-FN-COURSE-LOOKUP     VALUE "C".
           88  UP-FN-OPERATOR-LOOKUP   VALUE "O".
           88  UP-FN-BATCH-START       VALUE "B".
           88  UP-FN-SECTION-CANCEL    VALUE "K".
           88  UP-FN-END-OF-RUN        VALUE "Z".
           88  UP-FN-PURGE-DELETE      VALUE "P".
           88  UP-FN-APPLY-APPROVED    VALUE "X".
       01  UP-STUDENT-ID              PIC 9(7).
       01  UP-STUDENT-NAME            PIC X(30).
       01  UP-COURSE-CODE             PIC X(06).
           88  UP-UNKNOWN-TERM        VALUE "M".
           88  UP-TERM-CLOSED         VALUE "O".
           88  UP-RECORD-BUSY         VALUE "L".
           88  UP-REGISTRATION-HOLD   VALUE "H".
           88  UP-BAD-CHECK-DIGIT     VALUE "K".
           88  UP-HELD-FOR-APPROVAL   VALUE "V".
           88  UP-ARCHIVE-NOT-VERIFIED VALUE "R".
       01  UP-SECTION                 PIC X(02).
       01  UP-CHECK-DIGIT             PIC X(01).
