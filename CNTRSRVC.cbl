                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-OM-OK AND NOT OM-RETIRED
                   MOVE OM-AUTHORITY-LEVEL TO WS-OPERATOR-AUTHORITY
               END-IF
               CLOSE OPERATOR-MASTER-FILE
