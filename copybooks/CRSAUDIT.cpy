      *****************************************************************
      *  CRSAUDIT.cpy
      *  Course Master maintenance audit line layout (CRSAUD), the
      *  catalog counterpart of STUAUDIT.cpy.  CRSMAINT writes one
      *  line for every course add, update, and retirement it
      *  applies: when, which action, the operator it ran under, the
      *  course code, the credit hours before and after (broken out
      *  because a change there silently moves every GPA and tuition
      *  bill computed afterwards), and the full before- and
      *  after-images of the COURSE-MASTER-RECORD (40 bytes each; an
      *  add has a blank before-image).
      *****************************************************************
       01  COURSE-AUDIT-RECORD.
           05  CA-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-TIME                 PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-FUNCTION-CODE        PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-OPERATOR-ID          PIC 9(4).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-COURSE-CODE          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-BEFORE-HOURS         PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-AFTER-HOURS          PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-BEFORE-IMAGE         PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CA-AFTER-IMAGE          PIC X(40).
