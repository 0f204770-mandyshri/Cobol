      *****************************************************************
      *  SGPARM.cpy
      *  Shared parameter layout for calling SCHDGRID, the student
      *  weekly class schedule service.  Copied into SCHDGRID's
      *  LINKAGE SECTION and into the WORKING-STORAGE of every program
      *  that shows a student's schedule (the SCHDPRT print and the
      *  OPRINQ console), the same way BDPARM is shared between
      *  BUSDAYS and its callers.
      *      "G" - grid: SG-LINE-TABLE comes back holding
      *            SG-LINE-COUNT print lines for SG-STUDENT-ID -- the
      *            Monday-to-Sunday grid by time of day, a line per
      *            course on it, and the courses that could not be
      *            placed on it.  A blank SG-TERM means the Term
      *            Master's current term; the term used comes back in
      *            SG-TERM either way.
      *      "B" - batch start: the enrollment and schedule files stay
      *            open from one "G" call to the next instead of
      *            opening and closing on every call.
      *      "Z" - end of run: closes whatever "B" left open.
      *  A "G" call with no term to work from (blank SG-TERM and no
      *  current term on the Term Master) returns SG-UNKNOWN-TERM; a
      *  student with no enrollments in the term returns
      *  SG-NO-ENROLLMENTS.  Either way SG-LINE-COUNT is zero.
      *****************************************************************
       01  SG-FUNCTION-CODE           PIC X(01).
           88  SG-FN-BUILD-GRID        VALUE "G".
           88  SG-FN-BATCH-START       VALUE "B".
           88  SG-FN-END-OF-RUN        VALUE "Z".
       01  SG-STUDENT-ID              PIC 9(7).
       01  SG-TERM                    PIC X(06).
       01  SG-LINE-COUNT              PIC 9(03).
       01  SG-LINE-TABLE.
           05  SG-LINE                 PIC X(80) OCCURS 80 TIMES.
       01  SG-STATUS-CODE             PIC X(01).
           88  SG-BUILT               VALUE "F".
           88  SG-NO-ENROLLMENTS      VALUE "N".
           88  SG-UNKNOWN-TERM        VALUE "M".
