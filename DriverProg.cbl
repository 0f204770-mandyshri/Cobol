                   UP-STUDENT-NAME, UP-COURSE-CODE, UP-COURSE-NAME,
                   UP-TERM, UP-CREDIT-HOURS, UP-SEAT-CAPACITY,
                   UP-GRADE, UP-OPERATOR-ID, UP-AUTHORITY-LEVEL,
                   UP-STUDENT-STATUS, UP-STATUS-CODE, UP-SECTION,
                   UP-CHECK-DIGIT.
           IF UP-FOUND
               MOVE UP-STUDENT-NAME TO WS-OPERATOR-NAME
               MOVE UP-AUTHORITY-LEVEL TO WS-OPERATOR-AUTHORITY
           MOVE "*" TO MP-OPERATION.
           MOVE SPACE TO MP-ROUND-OPTION.
           MOVE "DRIVERPG" TO MP-CALLER-ID.
           MOVE SPACES TO MP-CHAIN-INFO.
           CALL "MultiplyNums"
           USING BY CONTENT MP-PARAM1, MP-PARAM2, MP-STRING-A,
                 BY REFERENCE MP-STRING-B, MP-ANSWER, MP-OPERATION,
                 MP-ROUND-OPTION, MP-REMAINDER, MP-CALLER-ID,
                 BY CONTENT MP-CHAIN-INFO,
                 BY REFERENCE MP-CALC-STATUS.
           DISPLAY "Back in the main program now <<<<<<<<<<<".
           MOVE MP-ANSWER to PrnResult.
           DISPLAY MP-PARAM1 " multiplied by " MP-PARAM2 " is = "
