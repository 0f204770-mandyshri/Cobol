      *****************************************************************
      *  REFDISB.cpy
      *  Refund disbursement record layout (REFDISB).  REFUNDS writes
      *  one record for every credit balance it pays back out -- the
      *  student and term the money came off, the payee name from the
      *  Student Master, the mailing address from STUADDR (blank when
      *  the student has none on file, and flagged when the mail room
      *  has the address marked returned), the amount, and the date
      *  the refund was issued.  Accounts payable cuts the checks
      *  from this file.
      *****************************************************************
       01  REFUND-DISBURSEMENT-RECORD.
           05  DB-STUDENT-ID           PIC 9(7).
           05  DB-TERM                 PIC X(06).
           05  DB-PAYEE-NAME           PIC X(30).
           05  DB-MAIL-LINE-1          PIC X(30).
           05  DB-MAIL-LINE-2          PIC X(30).
           05  DB-MAIL-CITY            PIC X(20).
           05  DB-MAIL-STATE           PIC X(02).
           05  DB-MAIL-ZIP             PIC X(09).
           05  DB-RETURNED-MAIL-FLAG   PIC X(01).
               88  DB-MAIL-RETURNED    VALUE "R".
           05  DB-REFUND-AMOUNT        PIC 9(07)V99.
           05  DB-ISSUE-DATE           PIC 9(08).
           05  FILLER                  PIC X(08).
