      *****************************************************************
      *  PENDAPPR.cpy
      *  Record layout for the pending-approval file (PENDAPPR).
      *  Keyed on PA-SEQUENCE, drawn from NBRASSGN's PENDSEQ series
      *  so items list in the order they were asked for, with an
      *  alternate key on PA-STUDENT-ID (duplicates allowed) so a
      *  path can find what is already waiting for one student.
      *
      *  High-risk changes are not applied when they are asked for;
      *  they are held here, one record per change, until a second
      *  operator -- a different one, at authority level 3 -- decides
      *  them at the APPRVCON console:
      *      D - Student Master delete (UTIL "D")
      *      W - status change to withdrawn (UTIL "U"); PA-STUDENT-
      *          NAME carries the name the update asked for
      *      G - grade correction (GRDCHG); the course, term, grade
      *          the record held when it was asked for, new grade,
      *          and registrar's reason code ride along
      *      M - student merge (STUMERGE); PA-STUDENT-ID is the
      *          victim, PA-SURVIVOR-ID the survivor
      *  PA-STATE moves P (pending) to A (approved) or R (rejected)
      *  at the console, and A to X (applied) once the approved item
      *  has gone through the path that asked for it: UTIL's "X"
      *  function for D and W (called by the console right away),
      *  the next GRDCHG run for G, and a STUMERGE rerun for the
      *  same pair for M.  Nothing leaves the file; PENDREG lists
      *  every item still P or A each night.  Shared by UTIL,
      *  GRDCHG, STUMERGE, APPRVCON, and PENDREG.
      *****************************************************************
       01  PENDING-APPROVAL-RECORD.
           05  PA-SEQUENCE             PIC 9(07).
           05  PA-ITEM-TYPE            PIC X(01).
               88  PA-STUDENT-DELETE   VALUE "D".
               88  PA-STUDENT-WITHDRAW VALUE "W".
               88  PA-GRADE-CHANGE     VALUE "G".
               88  PA-STUDENT-MERGE    VALUE "M".
           05  PA-STATE                PIC X(01).
               88  PA-PENDING          VALUE "P".
               88  PA-APPROVED         VALUE "A".
               88  PA-APPLIED          VALUE "X".
               88  PA-REJECTED         VALUE "R".
               88  PA-STILL-OPEN       VALUE "P" "A".
           05  PA-STUDENT-ID           PIC 9(7).
           05  PA-SURVIVOR-ID          PIC 9(7).
           05  PA-STUDENT-NAME         PIC X(30).
           05  PA-COURSE-CODE          PIC X(06).
           05  PA-TERM                 PIC X(06).
           05  PA-OLD-GRADE            PIC X(02).
           05  PA-NEW-GRADE            PIC X(02).
           05  PA-REASON-CODE          PIC X(02).
           05  PA-REQUESTED-BY         PIC 9(4).
           05  PA-REQUEST-DATE         PIC 9(08).
           05  PA-REQUEST-TIME         PIC 9(06).
           05  PA-DECIDED-BY           PIC 9(4).
           05  PA-DECISION-DATE        PIC 9(08).
           05  PA-APPLIED-DATE         PIC 9(08).
           05  PA-DECISION-NOTE        PIC X(30).
           05  FILLER                  PIC X(10).
