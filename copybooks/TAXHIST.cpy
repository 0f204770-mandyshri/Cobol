      *****************************************************************
      *  TAXHIST.cpy
      *  Record layout for the tuition statement filing history
      *  (TAXHIST).  Keyed on TH-KEY (student ID + tax year): the
      *  amounts last filed for the student's year, so a rerun of
      *  TAXSTMT can tell a student already filed with the same
      *  amounts (not sent again) from one whose amounts have
      *  changed (sent again, flagged corrected).
      *****************************************************************
       01  TAX-HISTORY-RECORD.
           05  TH-KEY.
               10  TH-STUDENT-ID       PIC 9(7).
               10  TH-TAX-YEAR         PIC 9(04).
           05  TH-TUITION-BILLED       PIC 9(09)V99.
           05  TH-PAYMENTS             PIC 9(09)V99.
           05  TH-FIRST-FILED-DATE     PIC 9(08).
           05  TH-LAST-FILED-DATE      PIC 9(08).
           05  TH-CORRECTION-COUNT     PIC 9(02).
           05  FILLER                  PIC X(10).
