      *  then term -- so one course's sections sit together.  Carries
      *  when the section meets (day letters M/T/W/R/F/S/U packed
      *  left in CS-MEETING-DAYS, start and end times as HHMM) and
      *  who teaches it -- CS-INSTRUCTOR-ID keys the Instructor
      *  Master, and CS-INSTRUCTOR carries that instructor's name as
      *  INSTMSTR spells it (sections scheduled before the master
      *  existed keep their free-text name and a blank ID) -- and
      *  the Room Master room it meets in (blank until facilities
      *  books one).  The room ID and the spare bytes behind it
      *  lengthened the record; SCHCONV rebuilt the file built under
      *  the shorter layout.  Built and maintained by SCHMAINT; read
      *  by UTIL's enrollment-add time-conflict check, the CRSROSTR
      *  roster headings, the TCHLOAD teaching-load report, and the
      *  ROOMRPT room utilization report.
      *****************************************************************
       01  COURSE-SCHEDULE-RECORD.
           05  CS-KEY.
           05  CS-START-TIME           PIC 9(04).
           05  CS-END-TIME             PIC 9(04).
           05  CS-INSTRUCTOR           PIC X(20).
           05  CS-INSTRUCTOR-ID        PIC X(06).
           05  CS-ROOM-ID              PIC X(06).
           05  FILLER                  PIC X(08).
