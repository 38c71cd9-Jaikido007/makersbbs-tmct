       IDENTIFICATION DIVISION.
       PROGRAM-ID. split-index-words.
      ******************************************************************
      *----SUB PROGRAM THAT BREAKS A BLOCK OF POST TEXT INTO THE-------*
      *----WORDS THE WORD INDEX IS KEYED ON, UPPER-CASED, EACH WITH----*
      *----THE NUMBER OF TIMES IT TURNS UP. UPDATE-WORD-INDEX FILES----*
      *----THEM; SEARCH-MESSAGES AND SEARCH-ARCHIVE BREAK THE----------*
      *----MEMBER'S SEARCH TEXT UP THE SAME WAY SO BOTH SIDES AGREE----*
      *----ON WHAT A WORD IS-------------------------------------------*
      ******************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-UPPER-TEXT PIC X(300).
           01 WS-SCAN-POS PIC 999.
           01 WS-CHAR PIC X.
           01 WS-WORD PIC X(20).
           01 WS-WORD-LEN PIC 99.
           01 WS-IDX PIC 999.
           01 WS-WORD-FOUND PIC 9.

           LINKAGE SECTION.
           01 LS-TEXT PIC X(300).
           01 LS-WORD-COUNT PIC 999.
           01 LS-WORD-TABLE.
              05 LS-WORD-ENTRY OCCURS 150 TIMES.
                 10 LS-WORD PIC X(20).
                 10 LS-WORD-HITS PIC 999.

       PROCEDURE DIVISION USING LS-TEXT, LS-WORD-COUNT, LS-WORD-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.

           MOVE 0 TO LS-WORD-COUNT.
           MOVE SPACES TO LS-WORD-TABLE.
           MOVE FUNCTION UPPER-CASE(LS-TEXT) TO WS-UPPER-TEXT.

      *>    ANYTHING THAT IS NOT A LETTER OR A DIGIT ENDS A WORD, SO
      *>    "PRE-ORDER" IS TWO WORDS AND "DON'T" LEAVES ONLY "DON".
      *>    A WORD PAST TWENTY LETTERS IS KEPT BY ITS FIRST TWENTY,
      *>    WHICH IS ALSO WHAT A SEARCH FOR IT IS CUT DOWN TO.
           MOVE 0 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS >= 300
               ADD 1 TO WS-SCAN-POS
               MOVE WS-UPPER-TEXT(WS-SCAN-POS:1) TO WS-CHAR
               IF (WS-CHAR >= "A" AND WS-CHAR <= "Z") OR
                  (WS-CHAR >= "0" AND WS-CHAR <= "9") THEN
                   IF WS-WORD-LEN < 20 THEN
                       ADD 1 TO WS-WORD-LEN
                       MOVE WS-CHAR TO WS-WORD(WS-WORD-LEN:1)
                   END-IF
               ELSE
                   PERFORM END-OF-WORD
               END-IF
           END-PERFORM.
           PERFORM END-OF-WORD.

           GOBACK.

      *>    SINGLE LETTERS ARE NOT WORTH A ROW ON THE INDEX. A WORD
      *>    ALREADY SEEN IN THIS TEXT JUST GETS ANOTHER HIT.
       END-OF-WORD.
           IF WS-WORD-LEN >= 2 THEN
               MOVE 0 TO WS-WORD-FOUND
               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX >= LS-WORD-COUNT OR
                 WS-WORD-FOUND = 1
                   ADD 1 TO WS-IDX
                   IF LS-WORD(WS-IDX) = WS-WORD THEN
                       MOVE 1 TO WS-WORD-FOUND
                       IF LS-WORD-HITS(WS-IDX) < 999 THEN
                           ADD 1 TO LS-WORD-HITS(WS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-WORD-FOUND = 0 AND LS-WORD-COUNT < 150 THEN
                   ADD 1 TO LS-WORD-COUNT
                   MOVE WS-WORD TO LS-WORD(LS-WORD-COUNT)
                   MOVE 1 TO LS-WORD-HITS(LS-WORD-COUNT)
               END-IF
           END-IF.
           MOVE SPACES TO WS-WORD.
           MOVE 0 TO WS-WORD-LEN.
