       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-saved-searches.
      ******************************************************************
      *----NIGHTLY STEP RUN FROM END-OF-DAY-BATCH AFTER THE SCHEDULED--*
      *----POSTS ARE RELEASED. EVERY SAVED SEARCH IN-------------------*
      *----SAVED-SEARCHES.DAT IS RUN AGAINST ONLY THE POSTS NUMBERED---*
      *----ABOVE THE LAST ONE IT HAS ALREADY SEEN: THE KEYWORD MUST BE-*
      *----IN THE TITLE, THE TEXT OR ITS OVERFLOW BLOCK (THE SAME------*
      *----TEST SEARCH-MESSAGES MAKES), AND THE BOARD AND AUTHOR MUST--*
      *----MATCH WHERE THE SEARCH NAMES THEM. A POST BY AN AUTHOR THE--*
      *----MEMBER HAS BLOCKED (IS-BLOCKED), ON A BOARD THEY CANNOT SEE-*
      *----(CHECK-BOARD-ACCESS), OR BY THE MEMBER THEMSELVES NEVER-----*
      *----COUNTS. EACH HIT IS WRITTEN TO SAVED-SEARCH-HITS.DAT, THE---*
      *----SEARCH'S NEW-HIT COUNT AND HIGH-WATER POST NUMBER ARE-------*
      *----WRITTEN BACK, AND THE MEMBER'S NOTIFICATION COUNTER GOES UP-*
      *----ONCE PER HIT THROUGH RECORD-NOTIFICATION--------------------*
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

           SELECT OPTIONAL F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

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

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 FILLER PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TOP-MSG-ID PIC 9(7) VALUE 0.

           01 WS-SS-COUNT PIC 9(4) VALUE 0.
           01 WS-SS-TABLE.
               05 WS-SS-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SS-COUNT.
                   10 WS-SS-USERNAME PIC X(16).
                   10 WS-SS-SEARCH-NO PIC 9.
                   10 WS-SS-KEYWORD PIC X(30).
                   10 WS-SS-BOARD-CODE PIC X(10).
                   10 WS-SS-AUTHOR PIC X(16).
                   10 WS-SS-LAST-MSG-ID PIC 9(7).
                   10 WS-SS-NEW-HITS PIC 9(4).
                   10 WS-SS-LEVEL PIC X(3).
                   10 WS-SS-UPPER-KEY PIC X(30).
                   10 WS-SS-KEY-LEN PIC 99.
           01 WS-SS-IDX PIC 9(4).

           01 WS-VIP-EXPIRY PIC 9(8).
           01 WS-UPPER-TITLE PIC X(50).
           01 WS-UPPER-CONTENT PIC X(300).
           01 WS-UPPER-CONT PIC X(300).
           01 WS-CONT-LOADED PIC 9.
           01 WS-CONT-SEQ PIC 9 VALUE 1.
           01 WS-CONT-TEXT PIC X(300).
           01 WS-CONT-FOUND PIC 9.
           01 WS-SCAN-POS PIC 999.
           01 WS-SCAN-LIMIT PIC 999.
           01 WS-KEYWORD-FOUND PIC X VALUE "N".
               88 KEYWORD-FOUND VALUE "Y".
           01 WS-BLOCK-FLAG PIC 9.
           01 WS-BOARD-ALLOWED PIC 9.
           01 WS-BUMP-IDX PIC 9(4).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SS-COUNT.
           MOVE 0 TO WS-TOP-MSG-ID.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-SAVED-SEARCHES.
           IF WS-SS-COUNT = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           OPEN EXTEND F-HITS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM TRY-ONE-MESSAGE
               END-READ
           END-PERFORM.
           CLOSE F-HITS-FILE.
           CLOSE F-MESSAGES-FILE.

      *>    EVERY SEARCH HAS NOW SEEN THE WHOLE BOARD, SO THE NEXT
      *>    RUN STARTS ABOVE TONIGHT'S NEWEST POST.
           MOVE 0 TO WS-SS-IDX.
           PERFORM UNTIL WS-SS-IDX = WS-SS-COUNT
               ADD 1 TO WS-SS-IDX
               IF WS-SS-KEYWORD(WS-SS-IDX) NOT = SPACES AND
                  WS-TOP-MSG-ID > WS-SS-LAST-MSG-ID(WS-SS-IDX) THEN
                   MOVE WS-TOP-MSG-ID TO WS-SS-LAST-MSG-ID(WS-SS-IDX)
               END-IF
           END-PERFORM.

           PERFORM SAVE-SAVED-SEARCHES.

           MOVE 0 TO WS-SS-IDX.
           PERFORM UNTIL WS-SS-IDX = WS-SS-COUNT
               ADD 1 TO WS-SS-IDX
               MOVE 0 TO WS-BUMP-IDX
               PERFORM UNTIL WS-BUMP-IDX >= WS-SS-NEW-HITS(WS-SS-IDX)
                   ADD 1 TO WS-BUMP-IDX
                   CALL "notify-member" USING
                       WS-SS-USERNAME(WS-SS-IDX), "SUBS"
               END-PERFORM
           END-PERFORM.

           GOBACK.

      *>    A BLANKED ROW (A DELETED SEARCH) IS CARRIED THROUGH SO
      *>    ITS SLOT SURVIVES THE WRITE-BACK, BUT IS NEVER RUN. EACH
      *>    LIVE SEARCH STARTS TONIGHT WITH NO NEW HITS.
       LOAD-SAVED-SEARCHES.
           OPEN INPUT F-SEARCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEARCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-SS-COUNT
                       MOVE SS-USERNAME TO WS-SS-USERNAME(WS-SS-COUNT)
                       MOVE SS-SEARCH-NO TO
                         WS-SS-SEARCH-NO(WS-SS-COUNT)
                       MOVE SS-KEYWORD TO WS-SS-KEYWORD(WS-SS-COUNT)
                       MOVE SS-BOARD-CODE TO
                         WS-SS-BOARD-CODE(WS-SS-COUNT)
                       MOVE SS-AUTHOR TO WS-SS-AUTHOR(WS-SS-COUNT)
                       MOVE SS-LAST-MSG-ID TO
                         WS-SS-LAST-MSG-ID(WS-SS-COUNT)
                       MOVE 0 TO WS-SS-NEW-HITS(WS-SS-COUNT)
                       PERFORM PREPARE-ONE-SEARCH
               END-READ
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.

       PREPARE-ONE-SEARCH.
           MOVE SPACES TO WS-SS-LEVEL(WS-SS-COUNT).
           IF WS-SS-KEYWORD(WS-SS-COUNT) = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "account-status-check" USING
               WS-SS-USERNAME(WS-SS-COUNT), WS-SS-LEVEL(WS-SS-COUNT),
               WS-VIP-EXPIRY.
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-SS-KEYWORD(WS-SS-COUNT)))
               TO WS-SS-UPPER-KEY(WS-SS-COUNT).
           MOVE FUNCTION LENGTH
               (FUNCTION TRIM(WS-SS-KEYWORD(WS-SS-COUNT)))
               TO WS-SS-KEY-LEN(WS-SS-COUNT).

       TRY-ONE-MESSAGE.
           IF RC-ID > WS-TOP-MSG-ID THEN
               MOVE RC-ID TO WS-TOP-MSG-ID
           END-IF.
           MOVE FUNCTION UPPER-CASE(RC-TITLE) TO WS-UPPER-TITLE.
           MOVE FUNCTION UPPER-CASE(RC-CONTENT) TO WS-UPPER-CONTENT.
           MOVE 0 TO WS-CONT-LOADED.

           MOVE 0 TO WS-SS-IDX.
           PERFORM UNTIL WS-SS-IDX = WS-SS-COUNT
               ADD 1 TO WS-SS-IDX
               IF WS-SS-KEYWORD(WS-SS-IDX) NOT = SPACES AND
                  RC-ID > WS-SS-LAST-MSG-ID(WS-SS-IDX) AND
                  RC-USERNAME NOT = WS-SS-USERNAME(WS-SS-IDX) THEN
                   PERFORM TRY-ONE-SEARCH
               END-IF
           END-PERFORM.

       TRY-ONE-SEARCH.
           IF WS-SS-BOARD-CODE(WS-SS-IDX) NOT = SPACES AND
              WS-SS-BOARD-CODE(WS-SS-IDX) NOT = RC-BOARD-CODE THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SS-AUTHOR(WS-SS-IDX) NOT = SPACES AND
              WS-SS-AUTHOR(WS-SS-IDX) NOT = RC-USERNAME THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCAN-FOR-KEYWORD.
           IF NOT KEYWORD-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BLOCK-FLAG.
           CALL "is-blocked" USING WS-SS-USERNAME(WS-SS-IDX),
               RC-USERNAME, WS-BLOCK-FLAG.
           IF WS-BLOCK-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-BOARD-ALLOWED.
           CALL "check-board-access" USING RC-BOARD-CODE,
               WS-SS-USERNAME(WS-SS-IDX), WS-SS-LEVEL(WS-SS-IDX),
               WS-BOARD-ALLOWED.
           IF WS-BOARD-ALLOWED = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SS-NEW-HITS(WS-SS-IDX).
           MOVE WS-SS-USERNAME(WS-SS-IDX) TO SH-USERNAME.
           MOVE WS-SS-SEARCH-NO(WS-SS-IDX) TO SH-SEARCH-NO.
           MOVE RC-ID TO SH-MSG-ID.
           MOVE RC-TITLE TO SH-TITLE.
           MOVE RC-USERNAME TO SH-AUTHOR.
           MOVE RC-BOARD-CODE TO SH-BOARD-CODE.
           MOVE WS-TODAY TO SH-DATE.
           WRITE SH-ENTRY.

      *>    TITLE FIRST, THEN THE TEXT, THEN THE OVERFLOW BLOCK --
      *>    WHICH IS ONLY FETCHED ONCE PER POST, HOWEVER MANY
      *>    SEARCHES NEED IT.
       SCAN-FOR-KEYWORD.
           MOVE "N" TO WS-KEYWORD-FOUND.
           MOVE 1 TO WS-SCAN-POS.
           COMPUTE WS-SCAN-LIMIT = 51 - WS-SS-KEY-LEN(WS-SS-IDX).
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR KEYWORD-FOUND
               IF WS-UPPER-TITLE(WS-SCAN-POS:WS-SS-KEY-LEN(WS-SS-IDX))
                  = WS-SS-UPPER-KEY(WS-SS-IDX)
                    (1:WS-SS-KEY-LEN(WS-SS-IDX)) THEN
                   SET KEYWORD-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.
           IF KEYWORD-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SCAN-POS.
           COMPUTE WS-SCAN-LIMIT = 301 - WS-SS-KEY-LEN(WS-SS-IDX).
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR KEYWORD-FOUND
               IF WS-UPPER-CONTENT
                    (WS-SCAN-POS:WS-SS-KEY-LEN(WS-SS-IDX))
                  = WS-SS-UPPER-KEY(WS-SS-IDX)
                    (1:WS-SS-KEY-LEN(WS-SS-IDX)) THEN
                   SET KEYWORD-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.
           IF KEYWORD-FOUND THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONT-LOADED = 0 THEN
               MOVE 1 TO WS-CONT-LOADED
               MOVE 0 TO WS-CONT-FOUND
               MOVE SPACES TO WS-UPPER-CONT
               CALL "get-message-continuation" USING RC-ID,
                   WS-CONT-SEQ, WS-CONT-TEXT, WS-CONT-FOUND
               IF WS-CONT-FOUND = 1 THEN
                   MOVE FUNCTION UPPER-CASE(WS-CONT-TEXT) TO
                     WS-UPPER-CONT
               END-IF
           END-IF.
           IF WS-UPPER-CONT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-SCAN-POS.
           PERFORM UNTIL WS-SCAN-POS > WS-SCAN-LIMIT OR KEYWORD-FOUND
               IF WS-UPPER-CONT(WS-SCAN-POS:WS-SS-KEY-LEN(WS-SS-IDX))
                  = WS-SS-UPPER-KEY(WS-SS-IDX)
                    (1:WS-SS-KEY-LEN(WS-SS-IDX)) THEN
                   SET KEYWORD-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       SAVE-SAVED-SEARCHES.
           OPEN OUTPUT F-SEARCHES-FILE.
           MOVE 0 TO WS-SS-IDX.
           PERFORM UNTIL WS-SS-IDX = WS-SS-COUNT
               ADD 1 TO WS-SS-IDX
               MOVE WS-SS-USERNAME(WS-SS-IDX) TO SS-USERNAME
               MOVE WS-SS-SEARCH-NO(WS-SS-IDX) TO SS-SEARCH-NO
               MOVE WS-SS-KEYWORD(WS-SS-IDX) TO SS-KEYWORD
               MOVE WS-SS-BOARD-CODE(WS-SS-IDX) TO SS-BOARD-CODE
               MOVE WS-SS-AUTHOR(WS-SS-IDX) TO SS-AUTHOR
               MOVE WS-SS-LAST-MSG-ID(WS-SS-IDX) TO SS-LAST-MSG-ID
               MOVE WS-SS-NEW-HITS(WS-SS-IDX) TO SS-NEW-HITS
               WRITE SS-ENTRY
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.
