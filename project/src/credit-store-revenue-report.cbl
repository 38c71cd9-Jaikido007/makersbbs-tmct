                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ARC-ENTRY-TYPE = "P" OR ARC-ENTRY-TYPE = "R"
                          OR ARC-ENTRY-TYPE = "N"
                          OR ARC-ENTRY-TYPE = "5" THEN
                           MOVE ARC-DY TO WS-SCAN-DY
                           MOVE ARC-MTH TO WS-SCAN-MTH
                           MOVE ARC-YR TO WS-SCAN-YR
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ENTRY-TYPE = "P" OR ENTRY-TYPE = "R"
                          OR ENTRY-TYPE = "N" OR ENTRY-TYPE = "5" THEN
                           MOVE DY TO WS-SCAN-DY
                           MOVE MTH TO WS-SCAN-MTH
                           MOVE YR TO WS-SCAN-YR
           END-IF.

       ADD-DAY-REVENUE.
           IF WS-SCAN-ENTRY-TYPE = "P" OR WS-SCAN-ENTRY-TYPE = "N" OR
              WS-SCAN-ENTRY-TYPE = "5" THEN
               ADD WS-SCAN-CHARGE TO LS-DAY-REVENUE
           ELSE
               SUBTRACT WS-SCAN-CHARGE FROM LS-DAY-REVENUE
           END-IF.

       ADD-WEEK-REVENUE.
           IF WS-SCAN-ENTRY-TYPE = "P" OR WS-SCAN-ENTRY-TYPE = "N" OR
              WS-SCAN-ENTRY-TYPE = "5" THEN
               ADD WS-SCAN-CHARGE TO LS-WEEK-REVENUE
           ELSE
               SUBTRACT WS-SCAN-CHARGE FROM LS-WEEK-REVENUE
           END-IF.

       ADD-MONTH-REVENUE.
           IF WS-SCAN-ENTRY-TYPE = "P" OR WS-SCAN-ENTRY-TYPE = "N" OR
              WS-SCAN-ENTRY-TYPE = "5" THEN
               ADD WS-SCAN-CHARGE TO LS-MONTH-REVENUE
           ELSE
               SUBTRACT WS-SCAN-CHARGE FROM LS-MONTH-REVENUE
