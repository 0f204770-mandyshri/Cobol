      *****************************************************************
      *  REFAUDIT.cpy
      *  Refund audit line layout (REFAUD).  REFUNDS writes one line
      *  for every adjustment it makes to a receivable, so the
      *  business office can defend each amount:
      *    C  a tuition credit for hours dropped after billing --
      *       hours billed before and after, how many days past the
      *       term's add/drop end the drop was priced at, the refund
      *       percentage the schedule gave, and the credit
      *    R  a credit balance paid back out -- the refund amount
      *  Both carry the billed, paid, and applied-aid amounts before
      *  and after the adjustment and the operator the run went
      *  under.
      *****************************************************************
       01  REFUND-AUDIT-RECORD.
           05  RA-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-ACTION               PIC X(01).
               88  RA-TUITION-CREDIT   VALUE "C".
               88  RA-REFUND-ISSUED    VALUE "R".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-OPERATOR-ID          PIC 9(4).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-STUDENT-ID           PIC 9(7).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-TERM                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-HOURS-BEFORE         PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-HOURS-AFTER          PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-DAYS-PAST-END        PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-REFUND-PERCENT       PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-AMOUNT               PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-BILLED-BEFORE        PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-BILLED-AFTER         PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-PAID-BEFORE          PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-PAID-AFTER           PIC 9(07)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-AID-BEFORE           PIC 9(06)V99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RA-AID-AFTER            PIC 9(06)V99.
