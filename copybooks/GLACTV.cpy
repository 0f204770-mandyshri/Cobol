      *****************************************************************
      *  GLACTV.cpy
      *  General ledger activity line layout (GLACTV).  Every program
      *  that moves money on RECVBLE appends one line per amount it
      *  posts, so GLEXTRCT can summarize the day's activity into
      *  journal lines without re-reading the registers:
      *    TUIT  tuition billed                      TUITBILL
      *    FEES  flat term fees billed               TUITBILL
      *    LATE  installment late fees charged       PLANLATE
      *    PAYM  payments posted                     PAYAPPLY
      *    CRED  tuition credits for dropped hours   REFUNDS
      *    RFND  credit balances paid back out       REFUNDS
      *    AID   financial aid applied               AIDDISB
      *  The GL accounts each activity posts to are not carried here;
      *  they come from GLEXTRCT's GLMAP control file.
      *****************************************************************
       01  GL-ACTIVITY-RECORD.
           05  GL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-ACTIVITY-CODE        PIC X(04).
               88  GL-TUITION-BILLED   VALUE "TUIT".
               88  GL-FEES-BILLED      VALUE "FEES".
               88  GL-LATE-FEE         VALUE "LATE".
               88  GL-PAYMENT          VALUE "PAYM".
               88  GL-TUITION-CREDIT   VALUE "CRED".
               88  GL-REFUND-ISSUED    VALUE "RFND".
               88  GL-AID-APPLIED      VALUE "AID ".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-STUDENT-ID           PIC 9(7).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-TERM                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GL-AMOUNT               PIC 9(07)V99.
           05  FILLER                  PIC X(12) VALUE SPACES.
