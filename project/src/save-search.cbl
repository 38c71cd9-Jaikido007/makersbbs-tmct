       IDENTIFICATION DIVISION.
       PROGRAM-ID. save-search.
      ******************************************************************
      *----SUB PROGRAM THAT SAVES ONE OF A MEMBER'S BOARD SEARCHES-----*
      *----(KEYWORD, OPTIONAL BOARD, OPTIONAL AUTHOR) TO---------------*
      *----SAVED-SEARCHES.DAT FOR RUN-SAVED-SEARCHES TO WORK EVERY-----*
      *----NIGHT. A MEMBER MAY KEEP SAVED-SEARCH-LIMIT OF THEM---------*
      *----(NEVER MORE THAN FIVE -- THE SCREEN HOLDS FIVE). A NEW------*
      *----SEARCH STARTS FROM THE NEWEST POST ON THE BOARD NOW, SO-----*
      *----ITS FIRST ALERT IS ABOUT POSTS THAT ARRIVE AFTER IT WAS-----*
      *----SAVED. A SLOT LEFT BLANK BY DELETE-SAVED-SEARCH IS TAKEN----*
      *----BACK BEFORE A NEW ROW IS ADDED. LS-RESULT: "Y" SAVED, "F"---*
      *----ALREADY AT THE LIMIT, "N" NO KEYWORD GIVEN------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SEARCHES-FILE ASSIGN TO
             "saved-searches.dat"
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
           01 WS-LIMIT-KEY PIC X(20) VALUE "SAVED-SEARCH-LIMIT".
           01 WS-LIMIT-DEFAULT PIC 9(6) VALUE 5.
           01 WS-LIMIT PIC 9(6).
           01 WS-IN-USE PIC 9 VALUE 0.
           01 WS-FREE-SLOT PIC 9 VALUE 0.
           01 WS-SLOT-TAKEN PIC X(5).
           01 WS-SLOT-IDX PIC 9.
           01 WS-NEW-NO PIC 9 VALUE 0.
           01 WS-TOP-MSG-ID PIC 9(7) VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-KEYWORD PIC X(30).
           01 LS-BOARD-CODE PIC X(10).
           01 LS-AUTHOR PIC X(16).
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-KEYWORD,
           LS-BOARD-CODE, LS-AUTHOR, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-IN-USE.
           MOVE 0 TO WS-FREE-SLOT.
           MOVE 0 TO WS-NEW-NO.
           MOVE 0 TO WS-TOP-MSG-ID.
           MOVE SPACES TO WS-SLOT-TAKEN.

           MOVE "N" TO LS-RESULT.
           IF LS-KEYWORD = SPACES OR LOW-VALUE THEN
               GOBACK
           END-IF.

           CALL "get-parameter" USING WS-LIMIT-KEY, WS-LIMIT-DEFAULT,
               WS-LIMIT.
           IF WS-LIMIT > 5 THEN
               MOVE 5 TO WS-LIMIT
           END-IF.

      *>    COUNT THE MEMBER'S LIVE SEARCHES AND NOTE WHICH OF THE
      *>    NUMBERS 1-5 THEY ALREADY USE.
           OPEN INPUT F-SEARCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SEARCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SS-USERNAME = LS-USERNAME THEN
                           IF SS-KEYWORD NOT = SPACES THEN
                               ADD 1 TO WS-IN-USE
                               IF SS-SEARCH-NO > 0 THEN
                                   MOVE "Y" TO
                                     WS-SLOT-TAKEN(SS-SEARCH-NO:1)
                               END-IF
                           ELSE
                               MOVE 1 TO WS-FREE-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SEARCHES-FILE.

           IF WS-IN-USE >= WS-LIMIT THEN
               MOVE "F" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE 0 TO WS-SLOT-IDX.
           PERFORM UNTIL WS-NEW-NO > 0 OR WS-SLOT-IDX = 5
               ADD 1 TO WS-SLOT-IDX
               IF WS-SLOT-TAKEN(WS-SLOT-IDX:1) NOT = "Y" THEN
                   MOVE WS-SLOT-IDX TO WS-NEW-NO
               END-IF
           END-PERFORM.

      *>    THE NEWEST POST ON THE BOARD TODAY IS WHERE THE FIRST
      *>    NIGHTLY RUN PICKS UP FROM.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-ID > WS-TOP-MSG-ID THEN
                           MOVE RC-ID TO WS-TOP-MSG-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.

           IF WS-FREE-SLOT = 1 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN I-O F-SEARCHES-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SEARCHES-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF SS-USERNAME = LS-USERNAME AND
                              SS-KEYWORD = SPACES THEN
                               PERFORM FILL-THE-ROW
                               REWRITE SS-ENTRY
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-SEARCHES-FILE
           ELSE
               OPEN EXTEND F-SEARCHES-FILE
               PERFORM FILL-THE-ROW
               WRITE SS-ENTRY
               CLOSE F-SEARCHES-FILE
           END-IF.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       FILL-THE-ROW.
           MOVE LS-USERNAME TO SS-USERNAME.
           MOVE WS-NEW-NO TO SS-SEARCH-NO.
           MOVE LS-KEYWORD TO SS-KEYWORD.
           MOVE LS-BOARD-CODE TO SS-BOARD-CODE.
           MOVE LS-AUTHOR TO SS-AUTHOR.
           MOVE WS-TOP-MSG-ID TO SS-LAST-MSG-ID.
           MOVE 0 TO SS-NEW-HITS.
