      *****************************************************************
      *  DEGREQ.cpy
      *  Record layout for the Degree Requirements file (DEGREQ).
      *  Keyed on DR-KEY -- the program code, then a line number, so
      *  one program's lines sit together in order.  Each program
      *  carries three kinds of line, told apart by DR-LINE-TYPE:
      *    H  the program header, always line 000 -- program name,
      *       minimum total credit hours, minimum GPA (n.nn)
      *    R  required courses, up to nine per line; every course
      *       listed must be completed
      *    E  an elective pool -- a pool name, how many of the listed
      *       courses must be completed, and up to nine courses to
      *       choose from
      *  Unused course slots are blank.  A course belongs on one
      *  list only -- the audit does not stop a required course
      *  from also counting toward a pool it is listed in.  Built by
      *  DEGREQLD from the registrar's DEGREQIN list; shared by
      *  DEGAUDIT and any program that reads requirements directly.
      *****************************************************************
       01  DEGREE-REQUIREMENT-RECORD.
           05  DR-KEY.
               10  DR-PROGRAM-CODE     PIC X(06).
               10  DR-LINE-NUMBER      PIC 9(03).
           05  DR-LINE-TYPE            PIC X(01).
               88  DR-PROGRAM-HEADER   VALUE "H".
               88  DR-REQUIRED-LINE    VALUE "R".
               88  DR-ELECTIVE-POOL    VALUE "E".
           05  DR-LINE-BODY            PIC X(80).
           05  DR-HEADER-BODY REDEFINES DR-LINE-BODY.
               10  DR-PROGRAM-NAME     PIC X(30).
               10  DR-MIN-CREDIT-HOURS PIC 9(03).
               10  DR-MIN-GPA          PIC 9(01)V99.
               10  FILLER              PIC X(44).
           05  DR-REQUIRED-BODY REDEFINES DR-LINE-BODY.
               10  DR-REQ-COURSE-CODE  PIC X(06) OCCURS 9 TIMES.
               10  FILLER              PIC X(26).
           05  DR-ELECTIVE-BODY REDEFINES DR-LINE-BODY.
               10  DR-POOL-NAME        PIC X(20).
               10  DR-POOL-NEEDED      PIC 9(02).
               10  DR-POOL-COURSE-CODE PIC X(06) OCCURS 9 TIMES.
               10  FILLER              PIC X(04).
