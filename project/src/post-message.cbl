           01 WS-JRN-TAG PIC X(12) VALUE "MESSAGES".
           01 WS-JRN-BEFORE PIC X(400) VALUE SPACES.
           01 WS-JRN-AFTER PIC X(400).
           01 WS-INDEX-ACTION PIC X.
           01 WS-INDEX-SOURCE PIC X VALUE "L".
           01 WS-INDEX-PART PIC X.
           01 WS-INDEX-TEXT PIC X(300).

           01 FORMATTED-DATE-TIME.
               05 WS-DAY PIC XX.
      *>    NOTIFICATION AND A ROW ON THEIR MENTIONS SCREEN.
           CALL 'scan-mentions' USING WS-CONTENT, "M", WS-ID,
             WS-USERNAME.

      *>    FILE THE NEW POST'S WORDS ON THE SEARCH INDEX.
           MOVE "A" TO WS-INDEX-ACTION.
           MOVE "T" TO WS-INDEX-PART.
           MOVE WS-TITLE TO WS-INDEX-TEXT.
           CALL 'update-word-index' USING WS-INDEX-ACTION,
             WS-INDEX-SOURCE, WS-ID, WS-INDEX-PART, WS-INDEX-TEXT.
           MOVE "C" TO WS-INDEX-PART.
           MOVE WS-CONTENT TO WS-INDEX-TEXT.
           CALL 'update-word-index' USING WS-INDEX-ACTION,
             WS-INDEX-SOURCE, WS-ID, WS-INDEX-PART, WS-INDEX-TEXT.
           
