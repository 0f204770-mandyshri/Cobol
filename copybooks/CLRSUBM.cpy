      *****************************************************************
      *  CLRSUBM.cpy
      *  Enrollment verification submission file layout (CLRFILE)
      *  for the student clearinghouse.  ENRVERIF writes it fixed
      *  format, 100 bytes a record:
      *      H  header   -- the term reported, its start and end
      *                     dates, the date the file was made, and
      *                     the full-time and half-time thresholds
      *                     the statuses were figured against
      *      D  detail   -- one per student reported: name, enrolled
      *                     credit hours, the enrollment status
      *                     (F full-time, H half-time, L less than
      *                     half-time, W withdrawn) and, for W, the
      *                     date the student withdrew
      *      T  trailer  -- detail count and the count at each status
      *  The clearinghouse balances the details against the trailer
      *  before loading anything.
      *****************************************************************
       01  CLR-HEADER-RECORD.
           05  CV-H-RECORD-TYPE        PIC X(01).
           05  CV-H-TERM               PIC X(06).
           05  CV-H-TERM-START-DATE    PIC 9(08).
           05  CV-H-TERM-END-DATE      PIC 9(08).
           05  CV-H-CREATED-DATE       PIC 9(08).
           05  CV-H-FULL-TIME-HOURS    PIC 9(02).
           05  CV-H-HALF-TIME-HOURS    PIC 9(02).
           05  FILLER                  PIC X(65).
       01  CLR-DETAIL-RECORD.
           05  CV-D-RECORD-TYPE        PIC X(01).
           05  CV-D-TERM               PIC X(06).
           05  CV-D-STUDENT-ID         PIC 9(7).
           05  CV-D-STUDENT-NAME       PIC X(30).
           05  CV-D-ENROLLED-HOURS     PIC 9(03).
           05  CV-D-ENROLLMENT-STATUS  PIC X(01).
               88  CV-D-FULL-TIME      VALUE "F".
               88  CV-D-HALF-TIME      VALUE "H".
               88  CV-D-LESS-THAN-HALF VALUE "L".
               88  CV-D-WITHDRAWN      VALUE "W".
           05  CV-D-WITHDRAWAL-DATE    PIC 9(08).
           05  FILLER                  PIC X(44).
       01  CLR-TRAILER-RECORD.
           05  CV-T-RECORD-TYPE        PIC X(01).
           05  CV-T-TERM               PIC X(06).
           05  CV-T-RECORD-COUNT       PIC 9(07).
           05  CV-T-FULL-TIME-COUNT    PIC 9(07).
           05  CV-T-HALF-TIME-COUNT    PIC 9(07).
           05  CV-T-LESS-THAN-HALF-COUNT
                                       PIC 9(07).
           05  CV-T-WITHDRAWN-COUNT    PIC 9(07).
           05  FILLER                  PIC X(58).
