      *****************************************************************
      *  STUADDR.cpy
      *  Record layout for the Student Address file (STUADDR).
      *  Keyed on AD-STUDENT-ID: one record per student, carrying the
      *  mailing address letters go to and the permanent (home)
      *  address, the date the current addresses took effect, and the
      *  returned-mail flag the mail room sets when the post office
      *  sends a letter back -- NOTIFYLT will not mail to an address
      *  so flagged until a corrected address clears it.  ADRMAINT
      *  maintains the file; NOTIFYLT and DELTAEXT read it.
      *****************************************************************
       01  STUDENT-ADDRESS-RECORD.
           05  AD-STUDENT-ID           PIC 9(7).
           05  AD-MAILING-ADDRESS.
               10  AD-MAIL-LINE-1      PIC X(30).
               10  AD-MAIL-LINE-2      PIC X(30).
               10  AD-MAIL-CITY        PIC X(20).
               10  AD-MAIL-STATE       PIC X(02).
               10  AD-MAIL-ZIP         PIC X(09).
           05  AD-PERMANENT-ADDRESS.
               10  AD-PERM-LINE-1      PIC X(30).
               10  AD-PERM-LINE-2      PIC X(30).
               10  AD-PERM-CITY        PIC X(20).
               10  AD-PERM-STATE       PIC X(02).
               10  AD-PERM-ZIP         PIC X(09).
           05  AD-EFFECTIVE-DATE       PIC 9(08).
           05  AD-RETURNED-MAIL-FLAG   PIC X(01).
               88  AD-MAIL-RETURNED    VALUE "R".
           05  FILLER                  PIC X(02).
