       IDENTIFICATION DIVISION.
       PROGRAM-ID. update-word-index.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS WORD-INDEX.DAT IN STEP AS A POST'S---*
      *----TEXT CHANGES. EVERY WORD OF THE TEXT PASSED IN GETS ONE-----*
      *----ROW KEYED ON WORD, SOURCE (LIVE BOARD OR ARCHIVE), MESSAGE--*
      *----ID AND PART OF THE POST, CARRYING HOW MANY TIMES THE WORD---*
      *----APPEARS THERE. POSTING, EDITING, RETRACTING AND THE---------*
      *----MODERATION TAKE-DOWNS CALL THIS AS THEY GO;-----------------*
      *----BUILD-WORD-INDEX RUNS IT OVER EVERYTHING EACH NIGHT---------*
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
      *>          "L" LIVE BOARD, "A" ARCHIVE
                 10 WX-SOURCE PIC X.
                 10 WX-MSG-ID PIC 9(7).
      *>          "T" TITLE, "C" CONTENT, "X" CONTINUATION BLOCK
                 10 WX-PART PIC X.
              05 WX-HITS PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-WORD-COUNT PIC 999.
           01 WS-WORD-TABLE.
              05 WS-WORD-ENTRY OCCURS 150 TIMES.
                 10 WS-WORD PIC X(20).
                 10 WS-WORD-HITS PIC 999.
           01 WS-IDX PIC 999.

           LINKAGE SECTION.
      *>    "A" FILE THE TEXT'S WORDS, "R" TAKE THEM OFF AGAIN
           01 LS-ACTION PIC X.
           01 LS-SOURCE PIC X.
           01 LS-MSG-ID PIC 9(7).
           01 LS-PART PIC X.
           01 LS-TEXT PIC X(300).

       PROCEDURE DIVISION USING LS-ACTION, LS-SOURCE, LS-MSG-ID,
           LS-PART, LS-TEXT.
           CALL "split-index-words" USING LS-TEXT, WS-WORD-COUNT,
             WS-WORD-TABLE.
           IF WS-WORD-COUNT = 0 THEN
               GOBACK
           END-IF.

           OPEN I-O F-WORD-INDEX-FILE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-WORD-COUNT
               ADD 1 TO WS-IDX
               MOVE WS-WORD(WS-IDX) TO WX-WORD
               MOVE LS-SOURCE TO WX-SOURCE
               MOVE LS-MSG-ID TO WX-MSG-ID
               MOVE LS-PART TO WX-PART
               IF LS-ACTION = "R" THEN
                   PERFORM REMOVE-ONE-WORD
               ELSE
                   PERFORM FILE-ONE-WORD
               END-IF
           END-PERFORM.
           CLOSE F-WORD-INDEX-FILE.

           GOBACK.

      *>    A ROW ALREADY THERE FOR THIS WORD IN THIS PART OF THE POST
      *>    JUST TAKES THE NEW COUNT, SO FILING THE SAME TEXT TWICE
      *>    CANNOT FAIL ON A DUPLICATE KEY OR DOUBLE ITS HITS.
       FILE-ONE-WORD.
           READ F-WORD-INDEX-FILE
               INVALID KEY
                   MOVE WS-WORD-HITS(WS-IDX) TO WX-HITS
                   WRITE WX-ENTRY
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-WORD-HITS(WS-IDX) TO WX-HITS
                   REWRITE WX-ENTRY
                   END-REWRITE
           END-READ.

       REMOVE-ONE-WORD.
           READ F-WORD-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE F-WORD-INDEX-FILE
                   END-DELETE
           END-READ.
