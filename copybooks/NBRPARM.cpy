      *            NB-ASSIGNED-VALUE, for one-time setup (starting
      *            the student-ID series above the registrar's
      *            existing numbering, for instance).
      *  A number drawn from the STUDNTID series is a new student ID,
      *  and comes back with its check digit in NB-CHECK-DIGIT (see
      *  CHKDPARM.cpy); every other series leaves it blank.
      *****************************************************************
       01  NB-FUNCTION-CODE           PIC X(01).
           88  NB-FN-NEXT              VALUE "N".
       01  NB-STATUS-CODE             PIC X(01).
           88  NB-OK                  VALUE "F".
           88  NB-ERROR               VALUE "E".
       01  NB-CHECK-DIGIT             PIC X(01).
