      *  function did it, the operator it ran under, the student ID
      *  it touched, and the full before- and after-images of the
      *  STUDENT-MASTER-RECORD (44 bytes each; an add has a blank
      *  before-image, a delete a blank after-image).  A change that
      *  was held for a second operator's approval (see PENDAPPR.cpy)
      *  carries the operator who asked for it in SA-OPERATOR-ID and
      *  the one who approved it in SA-APPROVER-ID; every other line
      *  has a zero approver.  Shared by UTIL, STUMERGE, and the audit
      *  inquiry report.
      *****************************************************************
       01  STUDENT-AUDIT-RECORD.
           05  SA-DATE                 PIC 9(08).
           05  SA-BEFORE-IMAGE         PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SA-AFTER-IMAGE          PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SA-APPROVER-ID          PIC 9(4) VALUE ZERO.
