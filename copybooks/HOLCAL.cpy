      *****************************************************************
      *  HOLCAL.cpy
      *  Record layout for the holiday and closure calendar (HOLCAL).
      *  Keyed on HC-DATE, one record per day the campus is shut on a
      *  weekday it would otherwise be open: "H" for a public holiday,
      *  "C" for a day inside a campus closure week.  Weekends are not
      *  listed -- BUSDAYS knows them from the date itself.  Built by
      *  HOLLOAD from the registrar's HOLIN list; read by BUSDAYS, the
      *  business-day date service every deadline calculation goes
      *  through.
      *****************************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-DATE                 PIC 9(08).
           05  HC-DAY-TYPE             PIC X(01).
               88  HC-HOLIDAY          VALUE "H".
               88  HC-CLOSURE          VALUE "C".
           05  HC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(09).
