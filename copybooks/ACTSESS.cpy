      *****************************************************************
      *  ACTSESS.cpy
      *  Record layout for the active-session file (ACTSESS).  Keyed
      *  on AS-OPERATOR-ID: one record per operator signed on right
      *  now.  The logon program writes the record when a logon is
      *  granted and deletes it when the operator logs off; while it
      *  stands, a second logon under the same ID is refused unless
      *  the session is older than the SESSPARM idle limit, in which
      *  case the old session is taken as abandoned and replaced.
      *  Shared by the logon program and the SESSINQ active-sessions
      *  inquiry.
      *****************************************************************
       01  ACTIVE-SESSION-RECORD.
           05  AS-OPERATOR-ID          PIC 9(4).
           05  AS-OPERATOR-NAME        PIC X(30).
           05  AS-LOGON-DATE           PIC 9(08).
           05  AS-LOGON-TIME           PIC 9(06).
           05  FILLER                  PIC X(12).
