       IDENTIFICATION DIVISION.
       PROGRAM-ID. search-messages.
      ******************************************************************
      *----SUB PROGRAM THAT SEARCHES THE LIVE BOARD THROUGH------------*
      *----WORD-INDEX.DAT INSTEAD OF READING EVERY POST. THE SEARCH----*
      *----TEXT IS BROKEN INTO WORDS THE SAME WAY THE INDEX IS BUILT;--*
      *----A POST COMES BACK ONLY IF IT HOLDS EVERY ONE OF THEM, AND---*
      *----THE POSTS WITH THE MOST HITS ACROSS TITLE, CONTENT AND------*
      *----OVERFLOW BLOCK COME FIRST-----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-WORD-INDEX-FILE ASSIGN TO "word-index.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WX-KEY.

       DATA DIVISION.
           FILE SECTION.
           FD F-WORD-INDEX-FILE.
           01 WX-ENTRY.
              05 WX-KEY.
                 10 WX-WORD PIC X(20).
                 10 WX-SOURCE PIC X.
                 10 WX-MSG-ID PIC 9(7).
                 10 WX-PART PIC X.
              05 WX-HITS PIC 999.

           WORKING-STORAGE SECTION.
           01 NUM-OF-LINES PIC 9(7).
           01 WS-TABLE.
           01 TEMP-TRUNCATED PIC X.
           01 SUPPRESS-ZEROS PIC Z(7).
           01 SEARCH-ID PIC X(7).
           01 MATCH-COUNT PIC 9(4) VALUE 0.

           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-QUERY-TEXT PIC X(300).
           01 WS-QUERY-COUNT PIC 999.
           01 WS-QUERY-TABLE.
              05 WS-QUERY-ENTRY OCCURS 150 TIMES.
                 10 WS-QUERY-WORD PIC X(20).
                 10 WS-QUERY-HITS PIC 999.
           01 WS-QUERY-IDX PIC 999.

      *>    ONE ROW PER POST THAT HAS THE FIRST SEARCH WORD, IN
      *>    MESSAGE ID ORDER AS THE INDEX HANDS THEM OVER; EVERY LATER
      *>    WORD CAN ONLY ADD TO A POST ALREADY HERE.
           01 WS-CAND-COUNT PIC 9(4) VALUE 0.
           01 WS-CAND-TABLE.
              05 WS-CAND-ENTRY OCCURS 1 TO 9999 TIMES DEPENDING ON
                WS-CAND-COUNT.
                 10 WS-CAND-HITS PIC 9(5).
                 10 WS-CAND-ID PIC 9(7).
                 10 WS-CAND-WORDS PIC 999.
                 10 WS-CAND-LAST-WORD PIC 999.
           01 WS-CAND-IDX PIC 9(4).
           01 WS-KEEP-COUNT PIC 9(4).
           01 WS-LOW PIC 9(4).
           01 WS-HIGH PIC 9(4).
           01 WS-MID PIC 9(4).

           LINKAGE SECTION.
           01 NUM-LINES PIC 9(7).

       PROCEDURE DIVISION USING NUM-LINES LS-KEYWORD
           LS-RETURN-TABLE LS-MATCH-COUNT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO MATCH-COUNT.
           MOVE 0 TO WS-CAND-COUNT.

           MOVE NUM-LINES TO NUM-OF-LINES.
           MOVE 0 TO LS-MATCH-COUNT.

      *>    EVERY WORD TYPED MUST APPEAR SOMEWHERE IN THE POST --
      *>    TITLE, CONTENT OR OVERFLOW BLOCK -- FOR IT TO COME BACK.
           MOVE LS-KEYWORD TO WS-QUERY-TEXT.
           CALL "split-index-words" USING WS-QUERY-TEXT,
             WS-QUERY-COUNT, WS-QUERY-TABLE.
           IF WS-QUERY-COUNT = 0 THEN
               GOBACK
           END-IF.

           OPEN INPUT F-WORD-INDEX-FILE.
           MOVE 0 TO WS-QUERY-IDX.
           PERFORM UNTIL WS-QUERY-IDX >= WS-QUERY-COUNT
               ADD 1 TO WS-QUERY-IDX
               PERFORM 0100-LOOK-UP-WORD
           END-PERFORM.
           CLOSE F-WORD-INDEX-FILE.

           PERFORM 0300-RANK-MATCHES.

      *>    THE INDEX CAN BE A STEP BEHIND A POST THAT HAS SINCE GONE,
      *>    SO ONLY A POST LIST-MESSAGE STILL FINDS IS HANDED BACK,
      *>    AND NEVER A STUB WHOSE OVERFLOW WORDS OUTLIVED IT.
           MOVE 0 TO WS-CAND-IDX.
           PERFORM UNTIL WS-CAND-IDX >= WS-CAND-COUNT OR
             MATCH-COUNT >= NUM-OF-LINES
               ADD 1 TO WS-CAND-IDX
               MOVE WS-CAND-ID(WS-CAND-IDX) TO SUPPRESS-ZEROS
               MOVE SUPPRESS-ZEROS TO SEARCH-ID
               MOVE FUNCTION TRIM(SEARCH-ID) TO SEARCH-ID
               MOVE SPACES TO TEMP-ID
               CALL 'list-message' USING SEARCH-ID TEMP-ID TEMP-TITLE
                 TEMP-CONTENT TEMP-USERNAME TEMP-BOARD-CODE
                 TEMP-TRUNCATED
               IF TEMP-TITLE = "[RETRACTED BY AUTHOR]" OR
                 "[REMOVED BY MODERATOR]" OR "[ARCHIVED MESSAGE]" THEN
                 MOVE SPACES TO TEMP-ID
               END-IF
               IF TEMP-ID NOT = SPACES THEN
                 ADD 1 TO MATCH-COUNT
                 MOVE TEMP-ID TO WS-ID(MATCH-COUNT)
                 MOVE TEMP-TITLE TO WS-TITLE(MATCH-COUNT)
                 MOVE TEMP-CONTENT TO WS-CONTENT(MATCH-COUNT)
                 MOVE TEMP-USERNAME TO WS-USERNAME(MATCH-COUNT)
                 MOVE TEMP-BOARD-CODE TO WS-BOARD-CODE(MATCH-COUNT)
               END-IF
           END-PERFORM.

           MOVE WS-TABLE TO LS-RETURN-TABLE.
           MOVE MATCH-COUNT TO LS-MATCH-COUNT.

           GOBACK.

      *>    ONE POSITIONED START ON THE WORD, THEN READ ON FOR AS
      *>    LONG AS THE ROWS ARE THAT WORD ON THE LIVE BOARD.
       0100-LOOK-UP-WORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE WS-QUERY-WORD(WS-QUERY-IDX) TO WX-WORD.
           MOVE "L" TO WX-SOURCE.
           MOVE 0 TO WX-MSG-ID.
           MOVE LOW-VALUE TO WX-PART.
           START F-WORD-INDEX-FILE KEY >= WX-KEY
               INVALID KEY MOVE 1 TO WS-FILE-IS-ENDED
           END-START.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORD-INDEX-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WX-WORD NOT = WS-QUERY-WORD(WS-QUERY-IDX) OR
                          WX-SOURCE NOT = "L" THEN
                           MOVE 1 TO WS-FILE-IS-ENDED
                       ELSE
                           PERFORM 0200-TALLY-HIT
                       END-IF
               END-READ
           END-PERFORM.

      *>    A POST IS COUNTED ONCE PER SEARCH WORD HOWEVER MANY PARTS
      *>    OF IT HOLD THE WORD, BUT EVERY HIT ADDS TO ITS RANKING.
       0200-TALLY-HIT.
           IF WS-QUERY-IDX = 1 THEN
               IF WS-CAND-COUNT > 0 AND
                  WS-CAND-ID(WS-CAND-COUNT) = WX-MSG-ID THEN
                   ADD WX-HITS TO WS-CAND-HITS(WS-CAND-COUNT)
               ELSE IF WS-CAND-COUNT < 9999 THEN
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WX-MSG-ID TO WS-CAND-ID(WS-CAND-COUNT)
                   MOVE WX-HITS TO WS-CAND-HITS(WS-CAND-COUNT)
                   MOVE 1 TO WS-CAND-WORDS(WS-CAND-COUNT)
                   MOVE 1 TO WS-CAND-LAST-WORD(WS-CAND-COUNT)
               END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0210-FIND-CANDIDATE.
           IF WS-CAND-IDX > 0 THEN
               ADD WX-HITS TO WS-CAND-HITS(WS-CAND-IDX)
               IF WS-CAND-LAST-WORD(WS-CAND-IDX) < WS-QUERY-IDX THEN
                   ADD 1 TO WS-CAND-WORDS(WS-CAND-IDX)
                   MOVE WS-QUERY-IDX TO WS-CAND-LAST-WORD(WS-CAND-IDX)
               END-IF
           END-IF.

      *>    THE CANDIDATES ARE IN MESSAGE ID ORDER, SO HALVE THE
      *>    RANGE UNTIL THE ID IS FOUND OR THE RANGE RUNS OUT.
       0210-FIND-CANDIDATE.
           MOVE 0 TO WS-CAND-IDX.
           MOVE 1 TO WS-LOW.
           MOVE WS-CAND-COUNT TO WS-HIGH.
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-CAND-IDX > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               IF WS-CAND-ID(WS-MID) = WX-MSG-ID THEN
                   MOVE WS-MID TO WS-CAND-IDX
               ELSE IF WS-CAND-ID(WS-MID) < WX-MSG-ID THEN
                   COMPUTE WS-LOW = WS-MID + 1
               ELSE
                   IF WS-MID = 1 THEN
                       MOVE 0 TO WS-HIGH
                   ELSE
                       COMPUTE WS-HIGH = WS-MID - 1
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *>    DROP EVERY POST THAT MISSED ANY OF THE WORDS, THEN PUT
      *>    THE MOST HITS FIRST, NEWEST FIRST ON A TIE.
       0300-RANK-MATCHES.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-CAND-IDX.
           PERFORM UNTIL WS-CAND-IDX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IDX
               IF WS-CAND-WORDS(WS-CAND-IDX) = WS-QUERY-COUNT THEN
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-CAND-ENTRY(WS-CAND-IDX) TO
                     WS-CAND-ENTRY(WS-KEEP-COUNT)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-CAND-COUNT.

           IF WS-CAND-COUNT > 1 THEN
               SORT WS-CAND-ENTRY ON DESCENDING KEY WS-CAND-HITS
                 WS-CAND-ID
           END-IF.
