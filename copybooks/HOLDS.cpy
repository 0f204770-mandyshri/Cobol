      *****************************************************************
      *  HOLDS.cpy
      *  Record layout for the registration holds file (HOLDS).
      *  Keyed on HL-KEY (student ID + hold type): one record per
      *  student per kind of hold -- FIN for the business office's
      *  financial holds, and whatever short codes the library,
      *  advising, and the other offices place under.  An active hold
      *  (HL-ACTIVE) stops every enrollment add for the student in
      *  UTIL; a released hold stays on file with who released it
      *  and when, and placing the same type again reactivates the
      *  record.  Maintained by HOLDMAINT and, for unpaid balances,
      *  placed automatically by FINHOLD; shared by UTIL, OPRINQ, and
      *  any program that reads holds directly.
      *****************************************************************
       01  REGISTRATION-HOLD-RECORD.
           05  HL-KEY.
               10  HL-STUDENT-ID       PIC 9(7).
               10  HL-HOLD-TYPE        PIC X(03).
                   88  HL-FINANCIAL-HOLD VALUE "FIN".
           05  HL-PLACING-OFFICE       PIC X(10).
           05  HL-DATE-PLACED          PIC 9(08).
           05  HL-REASON               PIC X(30).
           05  HL-HOLD-STATUS          PIC X(01).
               88  HL-ACTIVE           VALUE "A".
               88  HL-RELEASED         VALUE "R".
           05  HL-PLACED-BY            PIC 9(4).
           05  HL-DATE-RELEASED        PIC 9(08).
           05  HL-RELEASED-BY          PIC 9(4).
           05  FILLER                  PIC X(05).
