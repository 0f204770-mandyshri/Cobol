      *  with a blank name.  LL-DATE is a 4-digit-year date
      *  (YYYYMMDD) so the trail does not roll over century
      *  boundaries, and LL-TIME (HHMMSS) places each attempt within
      *  its day.  Session ends are logged too: an "O" line when the
      *  operator logs off, an "X" line when an abandoned session
      *  past the idle limit is replaced by a new logon.  Either
      *  carries the session's length in whole minutes in
      *  LL-SESSION-MINUTES, which is blank on every other line.
      *  Shared by the logon program and the security activity
      *  reporting.
      *****************************************************************
       01  LOGON-LOG-RECORD.
           05  LL-SEQUENCE-NUMBER  PIC 9(06).
           05  LL-RESULT-CODE      PIC X(01).
               88  LL-LOGON-GRANTED VALUE "G".
               88  LL-LOGON-DENIED  VALUE "D".
               88  LL-LOGOFF        VALUE "O".
               88  LL-SESSION-EXPIRED VALUE "X".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-STUDENT-ID       PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-DATE             PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-TIME             PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  LL-SESSION-MINUTES  PIC 9(05).
