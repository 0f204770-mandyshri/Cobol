      *****************************************************************
      *  PAYPLAN.cpy
      *  Record layout for the installment Payment Plan file
      *  (PAYPLAN).  Keyed on PP-KEY (student ID + term + installment
      *  number): one record per dated installment, so a receivable
      *  the business office has split into four payments carries
      *  four records numbered 01-04 in due-date order.  Each carries
      *  its amount due, what has been paid against it, and any late
      *  fee assessed on it (with the date, so a fee is assessed once
      *  per installment).  An installment is paid off when paid
      *  covers the amount due plus the late fee.  PLANSET builds the
      *  plans, PAYAPPLY pays installments oldest first, PLANLATE
      *  assesses late fees and reports plan status, and FINHOLD
      *  holds a student on a plan only for installments past due.
      *****************************************************************
       01  PAYMENT-PLAN-RECORD.
           05  PP-KEY.
               10  PP-STUDENT-ID       PIC 9(7).
               10  PP-TERM             PIC X(06).
               10  PP-INSTALLMENT-NO   PIC 9(02).
           05  PP-DUE-DATE             PIC 9(08).
           05  PP-AMOUNT-DUE           PIC 9(07)V99.
           05  PP-AMOUNT-PAID          PIC 9(07)V99.
           05  PP-LATE-FEE             PIC 9(05)V99.
           05  PP-LATE-FEE-DATE        PIC 9(08).
           05  PP-INSTALLMENT-STATUS   PIC X(01).
               88  PP-OPEN             VALUE "O".
               88  PP-PAID-OFF         VALUE "P".
           05  PP-DATE-CREATED         PIC 9(08).
           05  FILLER                  PIC X(10).
