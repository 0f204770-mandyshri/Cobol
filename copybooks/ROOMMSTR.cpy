      *****************************************************************
      *  ROOMMSTR.cpy
      *  Record layout for the Room Master file (ROOMMSTR).  Keyed on
      *  RM-ROOM-ID -- every teaching room facilities will book a
      *  section into, with its building, the seats it holds, and
      *  the kind of room it is.  Built by ROOMLOAD; SCHMAINT checks
      *  a section's room against it (the room must exist and seat
      *  the course's CM-SEAT-CAPACITY) and ROOMRPT reports each
      *  room's weekly hours booked.
      *****************************************************************
       01  ROOM-MASTER-RECORD.
           05  RM-ROOM-ID              PIC X(06).
           05  RM-BUILDING             PIC X(20).
           05  RM-SEATING-CAPACITY     PIC 9(03).
           05  RM-ROOM-TYPE            PIC X(02).
               88  RM-LECTURE-HALL     VALUE "LH".
               88  RM-CLASSROOM        VALUE "CL".
               88  RM-LABORATORY       VALUE "LB".
               88  RM-SEMINAR-ROOM     VALUE "SM".
           05  FILLER                  PIC X(09).
