      *****************************************************************
      *  TAXSUBM.cpy
      *  Year-end tuition statement submission file layout (TAXFILE).
      *  TAXSTMT writes it fixed format, 200 bytes a record:
      *      H  header   -- tax year and the date the file was made
      *      D  detail   -- one per student filed: name and mailing
      *                     address, qualified tuition billed and
      *                     payments received in the calendar year,
      *                     and the corrected flag on a record that
      *                     replaces one filed on an earlier run
      *      T  trailer  -- detail count and the control totals of
      *                     both amount columns
      *  The receiving side balances the details against the
      *  trailer before loading anything.
      *****************************************************************
       01  TAX-HEADER-RECORD.
           05  TS-H-RECORD-TYPE        PIC X(01).
           05  TS-H-TAX-YEAR           PIC 9(04).
           05  TS-H-CREATED-DATE       PIC 9(08).
           05  FILLER                  PIC X(187).
       01  TAX-DETAIL-RECORD.
           05  TS-D-RECORD-TYPE        PIC X(01).
           05  TS-D-TAX-YEAR           PIC 9(04).
           05  TS-D-STUDENT-ID         PIC 9(7).
           05  TS-D-CORRECTED-FLAG     PIC X(01).
               88  TS-D-CORRECTED      VALUE "C".
           05  TS-D-NAME               PIC X(30).
           05  TS-D-MAIL-LINE-1        PIC X(30).
           05  TS-D-MAIL-LINE-2        PIC X(30).
           05  TS-D-MAIL-CITY          PIC X(20).
           05  TS-D-MAIL-STATE         PIC X(02).
           05  TS-D-MAIL-ZIP           PIC X(09).
           05  TS-D-TUITION-BILLED     PIC 9(09)V99.
           05  TS-D-PAYMENTS           PIC 9(09)V99.
           05  FILLER                  PIC X(44).
       01  TAX-TRAILER-RECORD.
           05  TS-T-RECORD-TYPE        PIC X(01).
           05  TS-T-TAX-YEAR           PIC 9(04).
           05  TS-T-RECORD-COUNT       PIC 9(07).
           05  TS-T-TOTAL-TUITION      PIC 9(11)V99.
           05  TS-T-TOTAL-PAYMENTS     PIC 9(11)V99.
           05  FILLER                  PIC X(162).
