      *****************************************************************
      *  CHKDPARM.cpy
      *  Shared parameter layout for calling CHKDIGIT, the student-ID
      *  check-digit service.  Copied into CHKDIGIT's LINKAGE SECTION
      *  and into the WORKING-STORAGE of every program that issues or
      *  takes in a student ID, the same way NBRPARM is shared
      *  between NBRASSGN and its callers.
      *      "C" - compute: hand back the check digit for
      *            CD-STUDENT-ID in CD-CHECK-DIGIT.
      *      "V" - verify: CD-VALID when CD-CHECK-DIGIT is the right
      *            digit for CD-STUDENT-ID, CD-INVALID otherwise (a
      *            blank or non-numeric digit or ID never verifies).
      *  A student ID as printed and keyed is the seven-digit ID with
      *  its check digit written after it.
      *****************************************************************
       01  CD-FUNCTION-CODE           PIC X(01).
           88  CD-FN-COMPUTE           VALUE "C".
           88  CD-FN-VERIFY            VALUE "V".
       01  CD-STUDENT-ID              PIC 9(7).
       01  CD-CHECK-DIGIT             PIC X(01).
       01  CD-STATUS-CODE             PIC X(01).
           88  CD-VALID               VALUE "F".
           88  CD-INVALID             VALUE "E".
