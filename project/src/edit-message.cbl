           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.
       DATA DIVISION.
           01 WS-AUDIT-ACTION PIC X(12).
           01 WS-AUDIT-TARGET PIC X(7).
           01 WS-AUDIT-PRIOR PIC X(100).
           01 WS-INDEX-ACTION PIC X.
           01 WS-INDEX-SOURCE PIC X VALUE "L".
           01 WS-INDEX-PART PIC X.
           01 WS-INDEX-TEXT PIC X(300).

           LINKAGE SECTION.
           01 LS-ID PIC X(7).
                 MOVE RC-CONTENT(1:50) TO WS-AUDIT-PRIOR(51:50)
                 CALL "record-content-audit" USING LS-USERNAME,
                   WS-AUDIT-ACTION, WS-AUDIT-TARGET, WS-AUDIT-PRIOR
      *>         THE OLD WORDS COME OFF THE SEARCH INDEX AND THE NEW
      *>         ONES GO ON ONCE THE POST IS REWRITTEN.
                 MOVE "R" TO WS-INDEX-ACTION
                 MOVE "T" TO WS-INDEX-PART
                 MOVE RC-TITLE TO WS-INDEX-TEXT
                 CALL "update-word-index" USING WS-INDEX-ACTION,
                   WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
                 MOVE "C" TO WS-INDEX-PART
                 MOVE RC-CONTENT TO WS-INDEX-TEXT
                 CALL "update-word-index" USING WS-INDEX-ACTION,
                   WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
                 MOVE LS-TITLE TO RC-TITLE
                 MOVE FUNCTION TRIM(LS-CONTENT) TO RC-CONTENT
                 IF LS-CONTENT(300:1) NOT = SPACE THEN
                   MOVE "N" TO RC-TRUNCATED
                 END-IF
                 REWRITE RC-MESSAGE
                 MOVE "A" TO WS-INDEX-ACTION
                 MOVE "T" TO WS-INDEX-PART
                 MOVE RC-TITLE TO WS-INDEX-TEXT
                 CALL "update-word-index" USING WS-INDEX-ACTION,
                   WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
                 MOVE "C" TO WS-INDEX-PART
                 MOVE RC-CONTENT TO WS-INDEX-TEXT
                 CALL "update-word-index" USING WS-INDEX-ACTION,
                   WS-INDEX-SOURCE, RC-ID, WS-INDEX-PART, WS-INDEX-TEXT
                 MOVE "Y" TO LS-RESULT
               END-IF
           END-READ.
