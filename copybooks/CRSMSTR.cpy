      *  Keyed on CM-COURSE-CODE.  Carries the official course name
      *  (the one true spelling, where the enrollment records each
      *  carry their own copy), the credit hours, and the seat
      *  capacity enrollment adds are checked against.  A retired
      *  course (CM-COURSE-STATUS "R", set by CRSMAINT) stays on file
      *  so history and GPA still find its credit hours, but takes no
      *  new enrollments or sections.  Shared by UTIL and any program
      *  that opens the Course Master directly.
      *****************************************************************
       01  COURSE-MASTER-RECORD.
           05  CM-COURSE-CODE          PIC X(06).
           05  CM-COURSE-NAME          PIC X(20).
           05  CM-CREDIT-HOURS         PIC 9(02).
           05  CM-SEAT-CAPACITY        PIC 9(03).
           05  CM-COURSE-STATUS        PIC X(01).
               88  CM-RETIRED          VALUE "R".
           05  FILLER                  PIC X(08).
