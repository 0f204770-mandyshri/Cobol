      *  registration entries.  The after-image makes the replay
      *  idempotent: an add that is already there becomes a rewrite,
      *  a delete of a record already gone is a no-op.
      *
      *  ADRMAINT journals Student Address changes under file ID
      *  STUADDR with the student ID as the key and no image -- the
      *  address record is wider than the image field.  DELTAEXT
      *  reads the address as it stands from STUADDR; JRNLRPLY lists
      *  those entries without replaying them (the full images are
      *  on ADDRAUD).
      *****************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-DATE                 PIC 9(08).
           05  CJ-FILE-ID              PIC X(08).
               88  CJ-STUMSTR-CHANGE   VALUE "STUMSTR".
               88  CJ-ENROLL-CHANGE    VALUE "ENROLL".
               88  CJ-STUADDR-CHANGE   VALUE "STUADDR".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CJ-ACTION               PIC X(01).
               88  CJ-ACTION-ADD       VALUE "A".
