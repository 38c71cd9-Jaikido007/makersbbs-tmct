       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-saved-searches.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS A MEMBER'S SAVED SEARCHES, EACH----*
      *----WITH THE NUMBER OF NEW POSTS LAST NIGHT'S RUN FOUND FOR IT,-*
      *----AND THE LAST EIGHT HITS FROM SAVED-SEARCH-HITS.DAT (NEWEST--*
      *----LAST) FOR THE MY SAVED SEARCHES SCREEN. A HIT WHOSE AUTHOR--*
      *----THE MEMBER HAS BLOCKED SINCE, OR WHOSE BOARD THEY CAN NO----*
      *----LONGER SEE, IS LEFT OFF THE SCREEN--------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SEARCHES-FILE ASSIGN TO
             "saved-searches.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HITS-FILE ASSIGN TO
             "saved-search-hits.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SEARCHES-FILE.
           01 SS-ENTRY.
              05 SS-USERNAME PIC X(16).
              05 SS-SEARCH-NO PIC 9.
              05 SS-KEYWORD PIC X(30).
              05 SS-BOARD-CODE PIC X(10).
              05 SS-AUTHOR PIC X(16).
              05 SS-LAST-MSG-ID PIC 9(7).
              05 SS-NEW-HITS PIC 9(4).

           FD F-HITS-FILE.
           01 SH-ENTRY.
              05 SH-USERNAME PIC X(16).
              05 SH-SEARCH-NO PIC 9.
              05 SH-MSG-ID PIC 9(7).
              05 SH-TITLE PIC X(50).
              05 SH-AUTHOR PIC X(16).
              05 SH-BOARD-CODE PIC X(10).
              05 SH-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SHIFT-IDX PIC 9.
           01 WS-BLOCK-FLAG PIC 9.
           01 WS-BOARD-ALLOWED PIC 9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-LEVEL PIC X(3).
           01 LS-SEARCH-COUNT PIC 9.
           01 LS-SEARCHES.
               05 LS-SEARCH-ENTRY OCCURS 5 TIMES.
                   10 LS-SS-NO PIC 9.
                   10 LS-SS-KEYWORD PIC X(30).
                   10 LS-SS-BOARD-CODE PIC X(10).
                   10 LS-SS-AUTHOR PIC X(16).
                   10 LS-SS-NEW-HITS PIC 9(4).
           01 LS-HIT-COUNT PIC 9.
           01 LS-HITS.
               05 LS-HIT-ENTRY OCCURS 8 TIMES.
                   10 LS-SH-SEARCH-NO PIC 9.
                   10 LS-SH-MSG-ID PIC 9(7).
                   10 LS-SH-TITLE PIC X(50).
                   10 LS-SH-AUTHOR PIC X(16).
                   10 LS-SH-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-USERNAME, LS-LEVEL,
           LS-SEARCH-COUNT, LS-SEARCHES, LS-HIT-COUNT, LS-HITS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-SEARCH-COUNT.
           MOVE 0 TO LS-HIT-COUNT.
           MOVE SPACES TO LS-SEARCHES.
           MOVE SPACES TO LS-HITS.

           OPEN INPUT F-SEARCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEARCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SS-USERNAME = LS-USERNAME AND
                          SS-KEYWORD NOT = SPACES AND
                          LS-SEARCH-COUNT < 5 THEN
                           ADD 1 TO LS-SEARCH-COUNT
                           MOVE SS-SEARCH-NO TO
                             LS-SS-NO(LS-SEARCH-COUNT)
                           MOVE SS-KEYWORD TO
                             LS-SS-KEYWORD(LS-SEARCH-COUNT)
                           MOVE SS-BOARD-CODE TO
                             LS-SS-BOARD-CODE(LS-SEARCH-COUNT)
                           MOVE SS-AUTHOR TO
                             LS-SS-AUTHOR(LS-SEARCH-COUNT)
                           MOVE SS-NEW-HITS TO
                             LS-SS-NEW-HITS(LS-SEARCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HITS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HITS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SH-USERNAME = LS-USERNAME THEN
                           PERFORM CHECK-ONE-HIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HITS-FILE.

           GOBACK.

       CHECK-ONE-HIT.
           MOVE 0 TO WS-BLOCK-FLAG.
           CALL "is-blocked" USING LS-USERNAME, SH-AUTHOR,
               WS-BLOCK-FLAG.
           IF WS-BLOCK-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-BOARD-ALLOWED.
           CALL "check-board-access" USING SH-BOARD-CODE,
               LS-USERNAME, LS-LEVEL, WS-BOARD-ALLOWED.
           IF WS-BOARD-ALLOWED = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM KEEP-LATEST-EIGHT.

      *>    THE FILE IS IN RUN ORDER, SO ONCE THE TABLE IS FULL
      *>    EVERYTHING SHIFTS UP ONE AND THE NEWEST HIT TAKES THE
      *>    BOTTOM SLOT -- THE SCREEN ALWAYS SHOWS THE LAST EIGHT.
       KEEP-LATEST-EIGHT.
           IF LS-HIT-COUNT < 8 THEN
               ADD 1 TO LS-HIT-COUNT
           ELSE
               MOVE 1 TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX = 8
                   MOVE LS-HIT-ENTRY(WS-SHIFT-IDX + 1) TO
                     LS-HIT-ENTRY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
           END-IF.
           MOVE SH-SEARCH-NO TO LS-SH-SEARCH-NO(LS-HIT-COUNT).
           MOVE SH-MSG-ID TO LS-SH-MSG-ID(LS-HIT-COUNT).
           MOVE SH-TITLE TO LS-SH-TITLE(LS-HIT-COUNT).
           MOVE SH-AUTHOR TO LS-SH-AUTHOR(LS-HIT-COUNT).
           MOVE SH-DATE TO LS-SH-DATE(LS-HIT-COUNT).
