      *  STUAUDIT trail UTIL writes and prints the entries that match
      *  the PARM's filters, two lines per entry (the before-image
      *  and the after-image), so whoever is chasing a bad master
      *  record can see exactly what changed.  A change that was held
      *  for a second operator's approval also shows who approved it.
      *
      *  The PARM carries blank-separated filters, any or all of:
      *      ID=nnnnnnn      only entries for that student ID
               05 FILLER                PIC X(09) VALUE "  STUDENT".
               05 FILLER                PIC X(01) VALUE SPACE.
               05 WS-EH-STUDENT         PIC 9(7).
               05 WS-EH-APPROVER-AREA.
                   10 FILLER            PIC X(10) VALUE "  APPROVER".
                   10 FILLER            PIC X(01) VALUE SPACE.
                   10 WS-EH-APPROVER    PIC 9(4).
           01 WS-IMAGE-LINE.
               05 FILLER                PIC X(04) VALUE SPACES.
               05 WS-IM-LABEL           PIC X(08).
           MOVE SA-FUNCTION-CODE TO WS-EH-FUNCTION.
           MOVE SA-OPERATOR-ID TO WS-EH-OPERATOR.
           MOVE SA-STUDENT-ID TO WS-EH-STUDENT.
           IF SA-APPROVER-ID IS NUMERIC
                   AND SA-APPROVER-ID IS GREATER THAN ZERO
               MOVE "  APPROVER " TO WS-EH-APPROVER-AREA
               MOVE SA-APPROVER-ID TO WS-EH-APPROVER
           ELSE
               MOVE SPACES TO WS-EH-APPROVER-AREA
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-ENTRY-HEADING-LINE.
           MOVE "BEFORE: " TO WS-IM-LABEL.
