      *****************************************************************
      *  BDPARM.cpy
      *  Shared parameter layout for calling BUSDAYS, the business-day
      *  date service.  Copied into BUSDAYS's LINKAGE SECTION and into
      *  the WORKING-STORAGE of every program that works out a
      *  deadline, the same way RGPARM is shared between RUNGATE and
      *  its callers.  A business day is a Monday through Friday that
      *  is not on the HOLCAL holiday and closure calendar.
      *      "A" - add: BD-RESULT-DATE is the date BD-DAY-COUNT
      *            business days after BD-START-DATE (before it when
      *            the count is negative; a zero count hands the
      *            start date straight back).
      *      "C" - count: BD-DAY-COUNT is the number of business
      *            days after BD-START-DATE up to and including
      *            BD-END-DATE, negative when the end date is the
      *            earlier of the two.
      *      "N" - next: BD-RESULT-DATE is BD-START-DATE itself when
      *            that is a business day, otherwise the first
      *            business day after it.
      *      "T" - type: BD-DAY-TYPE says what kind of day
      *            BD-START-DATE is.
      *  BD-DAY-TYPE comes back for the result date on "A" and "N"
      *  as well.  A start or end date that is not a real calendar
      *  date returns BD-INVALID with a zero result.
      *****************************************************************
       01  BD-FUNCTION-CODE           PIC X(01).
           88  BD-FN-ADD-DAYS          VALUE "A".
           88  BD-FN-COUNT-DAYS        VALUE "C".
           88  BD-FN-NEXT-DAY          VALUE "N".
           88  BD-FN-DAY-TYPE          VALUE "T".
       01  BD-START-DATE              PIC 9(08).
       01  BD-END-DATE                PIC 9(08).
       01  BD-DAY-COUNT               PIC S9(05).
       01  BD-RESULT-DATE             PIC 9(08).
       01  BD-DAY-TYPE                PIC X(01).
           88  BD-BUSINESS-DAY         VALUE "B".
           88  BD-WEEKEND              VALUE "W".
           88  BD-HOLIDAY              VALUE "H".
           88  BD-CLOSURE              VALUE "C".
       01  BD-STATUS-CODE             PIC X(01).
           88  BD-VALID               VALUE "F".
           88  BD-INVALID             VALUE "E".
