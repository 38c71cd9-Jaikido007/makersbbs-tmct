       IDENTIFICATION DIVISION.
       PROGRAM-ID. build-word-index.
      ******************************************************************
      *----NIGHTLY JOB THAT REBUILDS WORD-INDEX.DAT FROM SCRATCH:------*
      *----EVERY LIVE POST'S TITLE, CONTENT AND OVERFLOW BLOCK, THEN---*
      *----EVERY ARCHIVED POST'S TITLE AND CONTENT. DURING THE DAY-----*
      *----THE INDEX IS KEPT UP BY THE PROGRAMS THAT CHANGE POSTS;-----*
      *----THIS RUN CATCHES WHAT THEY DO NOT SEE -- SCHEDULED----------*
      *----RELEASES, BOARD MERGES, TAKE-ON LOADS, RESTORES AND---------*
      *----TONIGHT'S ARCHIVE ROLL -- SO END-OF-DAY-BATCH CALLS IT------*
      *----AFTER THE ARCHIVE STEP--------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-WORD-INDEX-FILE ASSIGN TO "word-index.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WX-KEY.

           SELECT OPTIONAL F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-CONTINUATION-FILE ASSIGN TO
             "message-continuation.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "messages-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

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

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 RC-TRUNCATED PIC X.

           FD F-CONTINUATION-FILE.
           01 MX-ENTRY.
              05 MX-MSG-ID PIC 9(7).
              05 MX-SEQ PIC 9.
              05 MX-TEXT PIC X(300).

           FD F-ARCHIVE-FILE.
           01 ARC-MESSAGE.
             05 ARC-ID PIC 9(7).
             05 ARC-TITLE PIC X(50).
             05 ARC-CONTENT PIC X(300).
             05 ARC-USERNAME PIC X(16).
             05 ARC-DATE PIC X(10).
             05 ARC-BOARD-CODE PIC X(10).
             05 ARC-TRUNCATED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ACTION PIC X VALUE "A".
           01 WS-SOURCE PIC X.
           01 WS-PART PIC X.
           01 WS-MSG-ID PIC 9(7).
           01 WS-TEXT PIC X(300).
           01 WS-LIVE-COUNT PIC 9(7) VALUE 0.
           01 WS-CONT-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCHIVE-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-CONT-COUNT.
           MOVE 0 TO WS-ARCHIVE-COUNT.

      *>    START FROM AN EMPTY INDEX SO ANYTHING THE DAY'S CHANGES
      *>    MISSED -- RELEASED, MERGED, RESTORED OR ARCHIVED POSTS --
      *>    IS PUT RIGHT.
           OPEN OUTPUT F-WORD-INDEX-FILE.
           CLOSE F-WORD-INDEX-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM INDEX-LIVE-POST
               END-READ
           END-PERFORM.

      *>    AN OVERFLOW BLOCK ONLY COUNTS WHILE ITS POST IS STILL UP
      *>    ON THE LIVE BOARD WITH ITS TEXT INTACT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CONTINUATION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CONTINUATION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM INDEX-CONTINUATION
               END-READ
           END-PERFORM.
           CLOSE F-CONTINUATION-FILE.
           CLOSE F-MESSAGES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM INDEX-ARCHIVED-POST
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

           DISPLAY "BUILD-WORD-INDEX: " WS-LIVE-COUNT " LIVE, "
             WS-CONT-COUNT " CONTINUED, " WS-ARCHIVE-COUNT
             " ARCHIVED".

           GOBACK.

      *>    A STUBBED ROW (RETRACTED, MODERATOR-REMOVED OR ARCHIVED)
      *>    HAS NOTHING LEFT OF THE MEMBER'S OWN WORDS TO FIND.
       INDEX-LIVE-POST.
           IF RC-TITLE = "[RETRACTED BY AUTHOR]" OR
             "[REMOVED BY MODERATOR]" OR "[ARCHIVED MESSAGE]" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "L" TO WS-SOURCE.
           MOVE RC-ID TO WS-MSG-ID.
           MOVE "T" TO WS-PART.
           MOVE RC-TITLE TO WS-TEXT.
           CALL "update-word-index" USING WS-ACTION, WS-SOURCE,
             WS-MSG-ID, WS-PART, WS-TEXT.
           MOVE "C" TO WS-PART.
           MOVE RC-CONTENT TO WS-TEXT.
           CALL "update-word-index" USING WS-ACTION, WS-SOURCE,
             WS-MSG-ID, WS-PART, WS-TEXT.
           ADD 1 TO WS-LIVE-COUNT.

       INDEX-CONTINUATION.
           MOVE MX-MSG-ID TO RC-ID.
           READ F-MESSAGES-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF RC-CONTENT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "L" TO WS-SOURCE.
           MOVE MX-MSG-ID TO WS-MSG-ID.
           MOVE "X" TO WS-PART.
           MOVE MX-TEXT TO WS-TEXT.
           CALL "update-word-index" USING WS-ACTION, WS-SOURCE,
             WS-MSG-ID, WS-PART, WS-TEXT.
           ADD 1 TO WS-CONT-COUNT.

       INDEX-ARCHIVED-POST.
           MOVE "A" TO WS-SOURCE.
           MOVE ARC-ID TO WS-MSG-ID.
           MOVE "T" TO WS-PART.
           MOVE ARC-TITLE TO WS-TEXT.
           CALL "update-word-index" USING WS-ACTION, WS-SOURCE,
             WS-MSG-ID, WS-PART, WS-TEXT.
           MOVE "C" TO WS-PART.
           MOVE ARC-CONTENT TO WS-TEXT.
           CALL "update-word-index" USING WS-ACTION, WS-SOURCE,
             WS-MSG-ID, WS-PART, WS-TEXT.
           ADD 1 TO WS-ARCHIVE-COUNT.
