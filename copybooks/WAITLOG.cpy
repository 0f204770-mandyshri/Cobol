      *  waitlist event -- a student queued when a course-full add
      *  turned them away, promoted into ENROLL when a drop freed a
      *  seat, or expired off the queue by the activity register's
      *  cutoff, or cancelled off it when SECCANCL cancels the
      *  course section it was waiting on.  Shared by UTIL (which
      *  queues and promotes), SECCANCL, and the WAITRPT daily
      *  activity register (which expires and reports).
      *****************************************************************
       01  WAITLIST-LOG-RECORD.
           05  WG-DATE                 PIC 9(08).
               88  WG-QUEUED           VALUE "QUEUED".
               88  WG-PROMOTED         VALUE "PROMOTED".
               88  WG-EXPIRED          VALUE "EXPIRED".
               88  WG-CANCELED         VALUE "CANCELED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WG-COURSE-CODE          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
