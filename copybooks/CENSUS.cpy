      *****************************************************************
      *  CENSUS.cpy
      *  Record layout for the permanent census snapshot (CENSUS).
      *  Keyed on CE-KEY -- term, student ID, course code -- so one
      *  term's snapshot sits together.  Each record is one live
      *  enrollment as it stood when CENSNAP froze the term at its
      *  census date (TM-ADD-DROP-END), with the course's CRSMSTR
      *  credit hours as of the same moment.  Nothing but a forced
      *  CENSNAP rerun replaces a term's records; the state counts are
      *  read from here, never from the live ENROLL file.  CAPRPT and
      *  ENRTREND read a frozen term from here too.
      *****************************************************************
       01  CENSUS-RECORD.
           05  CE-KEY.
               10  CE-TERM             PIC X(06).
               10  CE-STUDENT-ID       PIC 9(7).
               10  CE-COURSE-CODE      PIC X(06).
           05  CE-SECTION              PIC X(02).
           05  CE-CREDIT-HOURS         PIC 9(02).
           05  CE-CENSUS-DATE          PIC 9(08).
           05  CE-SNAPSHOT-DATE        PIC 9(08).
           05  FILLER                  PIC X(10).
