           01 WS-AUDIT-ACTION PIC X(12).
           01 WS-AUDIT-TARGET PIC X(7).
           01 WS-AUDIT-PRIOR PIC X(100).
           01 WS-INDEX-ACTION PIC X.
           01 WS-INDEX-SOURCE PIC X VALUE "L".
           01 WS-INDEX-PART PIC X.
           01 WS-INDEX-TEXT PIC X(300).

           LINKAGE SECTION.
           01 LS-ID PIC X(7).
               MOVE RC-TRUNCATED TO RX-TRUNCATED
               WRITE RX-ENTRY
               CLOSE F-REMOVED-FILE
      *>       A TAKEN-DOWN POST IS NO LONGER FOUND BY A SEARCH.
               MOVE "R" TO WS-INDEX-ACTION
               MOVE "T" TO WS-INDEX-PART
               MOVE RC-TITLE TO WS-INDEX-TEXT
               CALL "update-word-index" USING WS-INDEX-ACTION,
                 WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
               MOVE "C" TO WS-INDEX-PART
               MOVE RC-CONTENT TO WS-INDEX-TEXT
               CALL "update-word-index" USING WS-INDEX-ACTION,
                 WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
               MOVE "[REMOVED BY MODERATOR]" TO RC-TITLE
               MOVE SPACES TO RC-CONTENT
               MOVE "N" TO RC-TRUNCATED
