       IDENTIFICATION DIVISION.
       PROGRAM-ID. search-archive.
      ******************************************************************
      *----SUB PROGRAM THAT SEARCHES THE MESSAGE ARCHIVE THROUGH-------*
      *----WORD-INDEX.DAT, THE SAME WAY SEARCH-MESSAGES.CBL SEARCHES---*
      *----THE LIVE BOARD: EVERY WORD TYPED MUST BE IN THE POST, AND---*
      *----THE MOST HITS COME FIRST. UP TO TEN MATCHES COME BACK FOR---*
      *----THE ARCHIVE BROWSER, THEIR TITLES AND DATES TAKEN FROM------*
      *----MESSAGES-ARCHIVE.DAT IN ONE PASS----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "messages-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-WORD-INDEX-FILE ASSIGN TO "word-index.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WX-KEY.

       DATA DIVISION.
           FILE SECTION.
             05 ARC-BOARD-CODE PIC X(10).
             05 ARC-TRUNCATED PIC X.

           FD F-WORD-INDEX-FILE.
           01 WX-ENTRY.
              05 WX-KEY.
                 10 WX-WORD PIC X(20).
                 10 WX-SOURCE PIC X.
                 10 WX-MSG-ID PIC 9(7).
                 10 WX-PART PIC X.
              05 WX-HITS PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-QUERY-TEXT PIC X(300).
           01 WS-QUERY-COUNT PIC 999.
           01 WS-QUERY-TABLE.
              05 WS-QUERY-ENTRY OCCURS 150 TIMES.
                 10 WS-QUERY-WORD PIC X(20).
                 10 WS-QUERY-HITS PIC 999.
           01 WS-QUERY-IDX PIC 999.

      *>    THE SAME CANDIDATE TABLE SEARCH-MESSAGES KEEPS: ONE ROW
      *>    PER ARCHIVED POST WITH THE FIRST WORD, IN MESSAGE ID ORDER.
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
           01 WS-PICK-COUNT PIC 99.
           01 WS-PICK-IDX PIC 99.
           01 WS-FILLED-TABLE.
              05 WS-FILLED OCCURS 10 TIMES PIC 9.

           LINKAGE SECTION.
           01 LS-KEYWORD PIC X(50).
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE ZEROES TO WS-FILLED-TABLE.

           MOVE 0 TO LS-ARC-COUNT.
           MOVE SPACES TO LS-ARCHIVE-TABLE.
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
           IF WS-CAND-COUNT = 0 THEN
               GOBACK
           END-IF.

      *>    THE TEN BEST TAKE THEIR PLACES IN RANK ORDER; ONE PASS
      *>    OVER THE ARCHIVE THEN FILLS IN EACH ONE'S TITLE AND DATE.
           IF WS-CAND-COUNT > 10 THEN
               MOVE 10 TO WS-PICK-COUNT
           ELSE
               MOVE WS-CAND-COUNT TO WS-PICK-COUNT
           END-IF.
           MOVE 0 TO WS-PICK-IDX.
           PERFORM UNTIL WS-PICK-IDX >= WS-PICK-COUNT
               ADD 1 TO WS-PICK-IDX
               MOVE WS-CAND-ID(WS-PICK-IDX) TO LS-ARC-ID(WS-PICK-IDX)
           END-PERFORM.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM FILL-ONE-PICK
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

      *>    AN ID THE ARCHIVE NO LONGER HOLDS IS CLOSED UP, NOT SHOWN
      *>    AS A BLANK ROW.
           MOVE 0 TO WS-PICK-IDX.
           PERFORM UNTIL WS-PICK-IDX >= WS-PICK-COUNT
               ADD 1 TO WS-PICK-IDX
               IF WS-FILLED(WS-PICK-IDX) = 1 THEN
                   ADD 1 TO LS-ARC-COUNT
                   MOVE LS-ARC-ENTRY(WS-PICK-IDX) TO
                     LS-ARC-ENTRY(LS-ARC-COUNT)
               END-IF
           END-PERFORM.
           MOVE LS-ARC-COUNT TO WS-PICK-IDX.
           PERFORM UNTIL WS-PICK-IDX >= 10
               ADD 1 TO WS-PICK-IDX
               MOVE SPACES TO LS-ARC-ENTRY(WS-PICK-IDX)
           END-PERFORM.

           GOBACK.

       FILL-ONE-PICK.
           MOVE 0 TO WS-PICK-IDX.
           PERFORM UNTIL WS-PICK-IDX >= WS-PICK-COUNT
               ADD 1 TO WS-PICK-IDX
               IF LS-ARC-ID(WS-PICK-IDX) = ARC-ID AND
                  WS-FILLED(WS-PICK-IDX) = 0 THEN
                   MOVE ARC-TITLE TO LS-ARC-TITLE(WS-PICK-IDX)
                   MOVE ARC-DATE TO LS-ARC-DATE(WS-PICK-IDX)
                   MOVE 1 TO WS-FILLED(WS-PICK-IDX)
               END-IF
           END-PERFORM.

      *>    ONE POSITIONED START ON THE WORD, THEN READ ON FOR AS
      *>    LONG AS THE ROWS ARE THAT WORD IN THE ARCHIVE.
       0100-LOOK-UP-WORD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE WS-QUERY-WORD(WS-QUERY-IDX) TO WX-WORD.
           MOVE "A" TO WX-SOURCE.
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
                          WX-SOURCE NOT = "A" THEN
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
