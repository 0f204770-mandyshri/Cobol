      *  formats every unsent event into the student's notice letter
      *  and flips the flag to "S", so the queue is also the record
      *  of what the mail room was handed.  Shared by UTIL, GRADEPST,
      *  GRDLAPSE, and NOTIFYLT.
      *****************************************************************
       01  NOTIFICATION-RECORD.
           05  NQ-SEQUENCE             PIC 9(07).
