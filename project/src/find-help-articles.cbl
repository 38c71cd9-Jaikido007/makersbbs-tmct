       IDENTIFICATION DIVISION.
       PROGRAM-ID. find-help-articles.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE HELP ARTICLE BROWSER. A BLANK--------*
      *----KEYWORD LISTS EVERY ARTICLE; OTHERWISE AN ARTICLE MATCHES---*
      *----WHEN THE KEYWORD TURNS UP, IN ANY CASE, IN ITS TITLE, ITS---*
      *----CATEGORY OR ANY PAGE OF ITS CURRENT REVISION. MATCHES COME--*
      *----BACK BY CATEGORY THEN TITLE; ONLY THE FIRST TEN FIT THE-----*
      *----SCREEN, LS-MATCH-TOTAL SAYS HOW MANY THERE WERE IN ALL------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARTICLES-FILE ASSIGN TO
             "help-articles.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PAGES-FILE ASSIGN TO
             "help-article-pages.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARTICLES-FILE.
           01 HA-ENTRY.
              05 HA-ID PIC 9(4).
              05 HA-TITLE PIC X(50).
              05 HA-CATEGORY PIC X(8).
              05 HA-REVISION PIC 9(3).
              05 HA-PAGES PIC 9.
              05 HA-EDITOR PIC X(16).
              05 HA-DATE PIC 9(8).

           FD F-PAGES-FILE.
           01 HP-ENTRY.
              05 HP-ARTICLE-ID PIC 9(4).
              05 HP-REVISION PIC 9(3).
              05 HP-SEQ PIC 9.
              05 HP-TEXT PIC X(300).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-UPPER-KEYWORD PIC X(30).
           01 WS-KEYWORD-LEN PIC 9(2) VALUE 0.
           01 WS-UPPER-TEXT PIC X(300).
           01 WS-TALLY PIC 9(4) VALUE 0.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-ROWS.
               05 WS-ROW-ENTRY OCCURS 999 TIMES.
                   10 WS-RW-CATEGORY PIC X(8).
                   10 WS-RW-TITLE PIC X(50).
                   10 WS-RW-ID PIC 9(4).
                   10 WS-RW-PAGES PIC 9.
                   10 WS-RW-REVISION PIC 9(3).
                   10 WS-RW-HIT PIC 9.
           01 WS-SORT-I PIC 9(4).
           01 WS-SORT-J PIC 9(4).
           01 WS-SORT-SWAP PIC X(67).
           01 WS-IDX PIC 9(4).

           LINKAGE SECTION.
           01 LS-KEYWORD PIC X(30).
           01 LS-MATCH-COUNT PIC 9(2).
           01 LS-MATCH-TOTAL PIC 9(4).
           01 LS-ARTICLE-TABLE.
               05 LS-ARTICLE-ENTRY OCCURS 10 TIMES.
                   10 LS-HL-ID PIC 9(4).
                   10 LS-HL-CATEGORY PIC X(8).
                   10 LS-HL-TITLE PIC X(50).
                   10 LS-HL-PAGES PIC 9.

       PROCEDURE DIVISION USING LS-KEYWORD, LS-MATCH-COUNT,
           LS-MATCH-TOTAL, LS-ARTICLE-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-COUNT.

           MOVE 0 TO LS-MATCH-COUNT.
           MOVE 0 TO LS-MATCH-TOTAL.
           MOVE SPACES TO LS-ARTICLE-TABLE.

           MOVE FUNCTION TRIM(LS-KEYWORD) TO WS-UPPER-KEYWORD.
           MOVE FUNCTION UPPER-CASE(WS-UPPER-KEYWORD) TO
             WS-UPPER-KEYWORD.
           IF WS-UPPER-KEYWORD = SPACES OR LOW-VALUE THEN
               MOVE 0 TO WS-KEYWORD-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-UPPER-KEYWORD))
                 TO WS-KEYWORD-LEN
           END-IF.

           OPEN INPUT F-ARTICLES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARTICLES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ROW-COUNT < 999 THEN
                           ADD 1 TO WS-ROW-COUNT
                           MOVE HA-CATEGORY TO
                             WS-RW-CATEGORY(WS-ROW-COUNT)
                           MOVE HA-TITLE TO WS-RW-TITLE(WS-ROW-COUNT)
                           MOVE HA-ID TO WS-RW-ID(WS-ROW-COUNT)
                           MOVE HA-PAGES TO WS-RW-PAGES(WS-ROW-COUNT)
                           MOVE HA-REVISION TO
                             WS-RW-REVISION(WS-ROW-COUNT)
                           MOVE 0 TO WS-RW-HIT(WS-ROW-COUNT)
                           IF WS-KEYWORD-LEN = 0 THEN
                               MOVE 1 TO WS-RW-HIT(WS-ROW-COUNT)
                           ELSE
                               MOVE SPACES TO WS-UPPER-TEXT
                               STRING HA-TITLE " " HA-CATEGORY
                                 DELIMITED BY SIZE INTO WS-UPPER-TEXT
                               PERFORM SCAN-TEXT
                               IF WS-TALLY > 0 THEN
                                   MOVE 1 TO WS-RW-HIT(WS-ROW-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARTICLES-FILE.

      *>    ONLY PAGES OF THE REVISION EACH HEADER POINTS AT COUNT;
      *>    OLDER REVISIONS STAY ON FILE BUT ARE NOT SEARCHED.
           IF WS-KEYWORD-LEN > 0 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-PAGES-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAGES-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           PERFORM SCAN-PAGE
                   END-READ
               END-PERFORM
               CLOSE F-PAGES-FILE
           END-IF.

      *>    SIMPLE EXCHANGE SORT BY CATEGORY, THEN TITLE.
           MOVE 0 TO WS-SORT-I.
           PERFORM UNTIL WS-SORT-I >= WS-ROW-COUNT
               ADD 1 TO WS-SORT-I
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J >= WS-ROW-COUNT
                   ADD 1 TO WS-SORT-J
                   IF WS-RW-CATEGORY(WS-SORT-J) <
                      WS-RW-CATEGORY(WS-SORT-I)
                      OR (WS-RW-CATEGORY(WS-SORT-J) =
                          WS-RW-CATEGORY(WS-SORT-I) AND
                          WS-RW-TITLE(WS-SORT-J) <
                          WS-RW-TITLE(WS-SORT-I)) THEN
                       MOVE WS-ROW-ENTRY(WS-SORT-I) TO WS-SORT-SWAP
                       MOVE WS-ROW-ENTRY(WS-SORT-J) TO
                         WS-ROW-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-ROW-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-ROW-COUNT
               ADD 1 TO WS-IDX
               IF WS-RW-HIT(WS-IDX) = 1 THEN
                   ADD 1 TO LS-MATCH-TOTAL
                   IF LS-MATCH-COUNT < 10 THEN
                       ADD 1 TO LS-MATCH-COUNT
                       MOVE WS-RW-ID(WS-IDX) TO
                         LS-HL-ID(LS-MATCH-COUNT)
                       MOVE WS-RW-CATEGORY(WS-IDX) TO
                         LS-HL-CATEGORY(LS-MATCH-COUNT)
                       MOVE WS-RW-TITLE(WS-IDX) TO
                         LS-HL-TITLE(LS-MATCH-COUNT)
                       MOVE WS-RW-PAGES(WS-IDX) TO
                         LS-HL-PAGES(LS-MATCH-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

           GOBACK.

       SCAN-PAGE.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX >= WS-ROW-COUNT
               ADD 1 TO WS-IDX
               IF WS-RW-ID(WS-IDX) = HP-ARTICLE-ID AND
                  WS-RW-REVISION(WS-IDX) = HP-REVISION AND
                  WS-RW-HIT(WS-IDX) = 0 THEN
                   MOVE HP-TEXT TO WS-UPPER-TEXT
                   PERFORM SCAN-TEXT
                   IF WS-TALLY > 0 THEN
                       MOVE 1 TO WS-RW-HIT(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-TEXT.
           MOVE 0 TO WS-TALLY.
           MOVE FUNCTION UPPER-CASE(WS-UPPER-TEXT) TO WS-UPPER-TEXT.
           INSPECT WS-UPPER-TEXT TALLYING WS-TALLY
             FOR ALL WS-UPPER-KEYWORD(1:WS-KEYWORD-LEN).
