      *****************************************************************
      *  ADRAUDIT.cpy
      *  Student Address maintenance audit line layout (ADDRAUD), the
      *  address-file counterpart of STUAUDIT.cpy.  ADRMAINT writes
      *  one line for every address add, change, returned-mail flag,
      *  and delete it applies: when it happened, which action did
      *  it, the operator it ran under, the student ID it touched,
      *  and the full before- and after-images of the
      *  STUDENT-ADDRESS-RECORD (200 bytes each; an add has a blank
      *  before-image, a delete a blank after-image).
      *****************************************************************
       01  ADDRESS-AUDIT-RECORD.
           05  AA-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-FUNCTION-CODE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-OPERATOR-ID          PIC 9(4).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-STUDENT-ID           PIC 9(7).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-BEFORE-IMAGE         PIC X(200).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-AFTER-IMAGE          PIC X(200).
