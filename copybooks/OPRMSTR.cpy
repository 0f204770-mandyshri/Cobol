      *  date it stops being accepted, OM-FAIL-COUNT counts
      *  consecutive bad tries, and OM-LOCK-FLAG goes to "L" when the
      *  tries run out -- only a level-3 operator (through OPRMAINT)
      *  clears it.  The same flag carries two other values: "I" when
      *  the recertification run (OPRCERT) locks an ID that has gone
      *  unused too long, and "R" when OPRMAINT retires a leaver's
      *  ID.  All three refuse logon; a retired ID also holds no
      *  authority at all, and is never unlocked -- it stays on file
      *  so the audit trail still resolves it.  OM-LAST-LOGON-DATE is
      *  stamped by the logon program on every granted logon (zero
      *  until the first), so the idle rule still holds once LOGONLOG
      *  has been archived; OM-ADDED-DATE is the day the ID was
      *  created, which the idle rule counts from when there has
      *  been no logon yet.  Shared by UTIL and any program that
      *  opens the Operator Master directly.
      *****************************************************************
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID          PIC 9(4).
           05  OM-PASSWORD-EXPIRY      PIC 9(08).
           05  OM-FAIL-COUNT           PIC 9(01).
           05  OM-LOCK-FLAG            PIC X(01).
               88  OM-LOCKED           VALUE "L" "I" "R".
               88  OM-IDLE-LOCKED      VALUE "I".
               88  OM-RETIRED          VALUE "R".
           05  OM-FORCE-CHANGE-FLAG    PIC X(01).
               88  OM-FORCE-CHANGE     VALUE "F".
           05  OM-LAST-LOGON-DATE      PIC 9(08).
           05  OM-ADDED-DATE           PIC 9(08).
           05  FILLER                  PIC X(06).
