      *  Record layout for the student receivables file (RECVBLE).
      *  Keyed on RV-KEY (student ID + term): one record per student
      *  per billed term.  TUITBILL writes the billed side -- credit
      *  hours priced against the RATETBL rates -- and reruns bill
      *  late adds without touching what has been paid; PAYAPPLY
      *  adds payments to the paid side and reports the balances;
      *  REFUNDS credits hours dropped after billing and pays credit
      *  balances back out.  AIDDISB posts disbursed financial aid
      *  to RV-AID-APPLIED-AMOUNT, kept apart from the cash on the
      *  paid side; the balance owing is billed less paid less aid.
      *  Receivables written before aid was posted carry spaces
      *  there, which every reader takes as zero.  SECCANCL sets
      *  RV-REBILL-FLAG when a cancelled course section drops the
      *  student's hours; REFUNDS then credits the cancelled hours in
      *  full, whatever the refund schedule says, and clears the
      *  flag.  RECVCONV rebuilt the file when the flag and the spare
      *  bytes behind it were added.  Shared by
      *  TUITBILL, PAYAPPLY, REFUNDS, AIDDISB, and any program that
      *  reads receivables directly.
      *****************************************************************
       01  RECEIVABLE-RECORD.
           05  RV-KEY.
           05  RV-BILLED-AMOUNT        PIC 9(07)V99.
           05  RV-PAID-AMOUNT          PIC 9(07)V99.
           05  RV-BILL-DATE            PIC 9(08).
           05  RV-AID-APPLIED-AMOUNT   PIC 9(06)V99.
           05  RV-REBILL-FLAG          PIC X(01).
               88  RV-REBILL-REQUESTED VALUE "R".
           05  FILLER                  PIC X(09).
