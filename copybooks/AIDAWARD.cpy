      *****************************************************************
      *  AIDAWARD.cpy
      *  Record layout for the financial Aid Award file (AIDAWARD).
      *  Keyed on AW-KEY (student ID + term + award code): one record
      *  per scholarship, grant, or loan the aid office has awarded a
      *  student for a term.  Each award carries its amount and the
      *  minimum enrolled credit hours the student must carry for it
      *  to pay out.  AIDLOAD adds new awards as pending; AIDDISB
      *  posts eligible awards to the receivable's applied-aid amount
      *  and marks them disbursed, or marks them held with the reason
      *  and tries them again on the next run.  Shared by AIDLOAD,
      *  AIDDISB, and any program that reads awards directly.
      *****************************************************************
       01  AID-AWARD-RECORD.
           05  AW-KEY.
               10  AW-STUDENT-ID       PIC 9(7).
               10  AW-TERM             PIC X(06).
               10  AW-AWARD-CODE       PIC X(06).
           05  AW-AWARD-AMOUNT         PIC 9(06)V99.
           05  AW-MIN-CREDIT-HOURS     PIC 9(02).
           05  AW-AWARD-STATUS         PIC X(01).
               88  AW-PENDING          VALUE "P".
               88  AW-DISBURSED        VALUE "D".
               88  AW-HELD             VALUE "H".
           05  AW-DISBURSED-DATE       PIC 9(08).
           05  AW-HOLD-REASON          PIC X(20).
           05  FILLER                  PIC X(10).
