      *****************************************************************
      *  CLRHIST.cpy
      *  Record layout for the clearinghouse submission history
      *  (CLRHIST).  Keyed on CH-STUDENT-ID: what the last ENRVERIF
      *  submission reported for the student -- term, enrolled hours,
      *  enrollment status, withdrawal date -- and when.  The next
      *  month's run lists every student whose status differs from
      *  it, is new to the file, or has dropped off it.
      *****************************************************************
       01  CLR-HISTORY-RECORD.
           05  CH-STUDENT-ID           PIC 9(7).
           05  CH-TERM                 PIC X(06).
           05  CH-ENROLLED-HOURS       PIC 9(03).
           05  CH-ENROLLMENT-STATUS    PIC X(01).
           05  CH-WITHDRAWAL-DATE      PIC 9(08).
           05  CH-LAST-SUBMITTED-DATE  PIC 9(08).
           05  FILLER                  PIC X(10).
