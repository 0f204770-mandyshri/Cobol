      *****************************************************************
      *  INSTMSTR.cpy
      *  Record layout for the Instructor Master file (INSTMSTR).
      *  Keyed on IM-INSTRUCTOR-ID -- the one true identity of each
      *  instructor, where CRSSCHED's free-text CS-INSTRUCTOR let the
      *  same person appear under several spellings.  Carries the
      *  name as it should print, the home department, and the
      *  maximum teaching load in credit hours a term.  Built by
      *  INSTLOAD; SCHMAINT validates section instructors against it
      *  and TCHLOAD reports each instructor's load against the
      *  maximum.
      *****************************************************************
       01  INSTRUCTOR-MASTER-RECORD.
           05  IM-INSTRUCTOR-ID        PIC X(06).
           05  IM-INSTRUCTOR-NAME      PIC X(20).
           05  IM-DEPARTMENT           PIC X(04).
           05  IM-MAX-LOAD-HOURS       PIC 9(02).
           05  FILLER                  PIC X(08).
