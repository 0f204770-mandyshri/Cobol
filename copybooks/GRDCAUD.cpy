      *  the operator it ran under, the record it touched, the
      *  registrar's reason code, and the before- and after-grades --
      *  so a changed grade can always be traced to who changed it,
      *  when, and why.  GRDLAPSE writes the same line, under its
      *  system reason code LP, for every Incomplete it lapses to F.
      *  A registrar's correction is held for a second operator's
      *  approval before GRDCHG applies it (see PENDAPPR.cpy), so its
      *  line carries the operator who keyed it in GA-OPERATOR-ID and
      *  the one who approved it in GA-APPROVER-ID; a system lapse
      *  has a zero approver.
      *  Shared by GRDCHG, GRDLAPSE, and any later audit inquiry.
      *****************************************************************
       01  GRADE-CHANGE-AUDIT-RECORD.
           05  GA-DATE                 PIC 9(08).
           05  GA-BEFORE-GRADE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GA-AFTER-GRADE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  GA-APPROVER-ID          PIC 9(4) VALUE ZERO.
