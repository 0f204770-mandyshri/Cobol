      *****************************************************************
      *  STUARCH.cpy
      *  Record layout for the Student Archive file (STUARCH).  Keyed
      *  on SR-STUDENT-ID.  STUPURG moves a long-inactive or long-
      *  withdrawn student here off the Student Master: SR-MASTER-
      *  IMAGE is the whole Student Master record exactly as it stood
      *  (the SR-IMAGE-FIELDS view lays the name and status over it),
      *  so a restore puts back what was taken.  SR-LAST-ACTIVITY-
      *  DATE is the date the retention rule measured from (zero when
      *  nothing on file dated the student), SR-ARCHIVE-DATE the day
      *  of the move, and SR-ARCHIVE-OPERATOR-ID the operator the run
      *  went under.  OPRINQ reads it when a student is not on the
      *  master, so an archived student still answers an inquiry.
      *****************************************************************
       01  STUDENT-ARCHIVE-RECORD.
           05  SR-STUDENT-ID           PIC 9(7).
           05  SR-MASTER-IMAGE         PIC X(44).
           05  SR-IMAGE-FIELDS REDEFINES SR-MASTER-IMAGE.
               10  FILLER              PIC X(07).
               10  SR-STUDENT-NAME     PIC X(30).
               10  SR-STATUS-CODE      PIC X(01).
               10  FILLER              PIC X(06).
           05  SR-LAST-ACTIVITY-DATE   PIC 9(08).
           05  SR-ARCHIVE-DATE         PIC 9(08).
           05  SR-ARCHIVE-OPERATOR-ID  PIC 9(4).
           05  FILLER                  PIC X(09).
