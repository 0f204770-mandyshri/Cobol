      *      D - deleted; already-gone is a no-op.
      *  Every transaction reapplied prints one line on the JRNLRPT
      *  register with counts at end of job, so operations can see
      *  the recovery reach the moment of failure.  Student Address
      *  entries carry no image (see copybooks CHGJRNL.cpy) and are
      *  listed ADDRESS NOT REPLAYED for recovery from ADDRAUD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       PERFORM 2200-REPLAY-STUDENT-CHANGE
                   WHEN CJ-ENROLL-CHANGE
                       PERFORM 2300-REPLAY-ENROLL-CHANGE
                   WHEN CJ-STUADDR-CHANGE
                       MOVE "ADDRESS NOT REPLAYED" TO WS-RG-DISPOSITION
                       PERFORM 2400-WRITE-REGISTER-DETAIL
                   WHEN OTHER
                       MOVE "UNKNOWN FILE ID" TO WS-RG-DISPOSITION
                       PERFORM 2400-WRITE-REGISTER-DETAIL
