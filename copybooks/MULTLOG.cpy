      *  caller's own report.  The amount fields carry two assumed
      *  decimal places, matching the MULTPARM interface.  Shared by
      *  MultiplyNums and the reconciliation and archival jobs that
      *  read the trail back.  A call made as one step of a
      *  MultiplyBatch chain also carries the chain ID, its place in
      *  the chain and whether its first parameter was the previous
      *  step's answer (see MULTPARM.cpy); AL-PARAM1 is signed since
      *  a carried answer can be negative.
      *****************************************************************
       01  AUDIT-LOG-RECORD.
           05  AL-DATE              PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-TIME              PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-PARAM1            PIC S9(03)V99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-OPERATION         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-REMAINDER         PIC S9(3)V99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-CALLER            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-CHAIN-ID          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  AL-CHAIN-STEP        PIC X(01).
               88  AL-CHAIN-FIRST   VALUE "F".
               88  AL-CHAIN-NEXT    VALUE "N".
               88  AL-CHAIN-LAST    VALUE "L".
               88  AL-CHAIN-ONLY    VALUE "O".
           05  AL-CHAIN-PARAM1-SOURCE PIC X(01).
               88  AL-PARAM1-CARRIED VALUE "P".
