       IDENTIFICATION DIVISION.
       PROGRAM-ID. board-health-report.
      ******************************************************************
      *----WEEKLY REPORT JOB THAT SHOWS HOW EACH BOARD IS DOING. FOR---*
      *----EVERY BOARD ON THE BOARD MASTER (AND ANY CODE STILL--------*
      *----CARRYING POSTS THAT IS NOT) IT GIVES THE LAST SEVEN DAYS'---*
      *----NEW POSTS, COMMENTS, UNIQUE POSTERS SPLIT INTO NEW AND------*
      *----RETURNING, COMMENTS PER POST, UPVOTES, REPORTS FILED,-------*
      *----HELD POSTS AND THE SHARE OF ITS TRAFFIC THAT ARRIVED AS-----*
      *----CROSS-POSTS, SET AGAINST THE WEEKLY AVERAGE OF THE FOUR-----*
      *----WEEKS BEFORE. A POSTER IS NEW TO A BOARD IN THE WEEK OF-----*
      *----THEIR FIRST EVER POST THERE, LIVE OR ARCHIVED. VOTES--------*
      *----CARRY NO DATE, SO THEY COUNT WITH THE POST OR COMMENT-------*
      *----VOTED ON. BOARDS WITH NO POST FOR BOARD-IDLE-WEEKS----------*
      *----(DEFAULT 8) ARE LISTED AT THE FOOT AS MERGE CANDIDATES------*
      *----FOR MERGE-BOARD.CBL-----------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BOARD-MASTER-FILE ASSIGN TO
             "board-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "messages-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-COMMENTS-FILE ASSIGN TO "comments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-COMMENT-ID
             ALTERNATE RECORD KEY IS CM-MSG-ID WITH DUPLICATES.

           SELECT OPTIONAL F-MSG-VOTES-FILE ASSIGN TO
             "message-votes.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-COMMENT-VOTES-FILE ASSIGN TO
             "comment-votes.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MODERATION-QUEUE-FILE ASSIGN TO
             "moderation-queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HELD-POSTS-FILE ASSIGN TO "held-posts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CROSSPOSTS-FILE ASSIGN TO
             "crossposts.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BOARD-MASTER-FILE.
           01 BD-ENTRY.
              05 BD-CODE PIC X(10).
              05 BD-TITLE PIC X(30).
              05 BD-DESCRIPTION PIC X(60).
              05 BD-DISPLAY-ORDER PIC 9(3).
              05 BD-OWNER PIC X(16).
              05 BD-CREATED PIC 9(8).
              05 BD-STATUS PIC X(1).

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 RC-TRUNCATED PIC X.

           FD F-ARCHIVE-FILE.
           01 ARC-MESSAGE.
             05 ARC-ID PIC 9(7).
             05 ARC-TITLE PIC X(50).
             05 ARC-CONTENT PIC X(300).
             05 ARC-USERNAME PIC X(16).
             05 ARC-DATE PIC X(10).
             05 ARC-BOARD-CODE PIC X(10).
             05 ARC-TRUNCATED PIC X.

           FD F-COMMENTS-FILE.
           01 CM-ENTRY.
             05 CM-MSG-ID PIC 9(7).
             05 CM-AUTHOR PIC X(16).
             05 CM-DATE-POST PIC X(10).
             05 CM-COMMENT PIC X(50).
             05 CM-COMMENT-ID PIC 9999.
             05 CM-PARENT-ID PIC 9999.

           FD F-MSG-VOTES-FILE.
           01 MV-ENTRY.
              05 MV-MSG-ID PIC 9(7).
              05 MV-USERNAME PIC X(16).

           FD F-COMMENT-VOTES-FILE.
           01 CV-ENTRY.
              05 CV-COMMENT-ID PIC 9999.
              05 CV-USERNAME PIC X(16).

           FD F-MODERATION-QUEUE-FILE.
           01 MQ-ENTRY.
              05 MQ-ID PIC 9(4).
              05 MQ-TYPE PIC X(1).
              05 MQ-SOURCE-ID PIC X(7).
              05 MQ-AUTHOR PIC X(16).
              05 MQ-REPORTED-BY PIC X(16).
              05 MQ-REASON PIC X(50).
              05 MQ-DATE PIC X(10).
              05 MQ-STATUS PIC X(1).

           FD F-HELD-POSTS-FILE.
           01 HP-ENTRY.
              05 HP-ID PIC 9(4).
              05 HP-TITLE PIC X(50).
              05 HP-CONTENT PIC X(300).
              05 HP-USERNAME PIC X(16).
              05 HP-DATE PIC X(10).
              05 HP-BOARD-CODE PIC X(10).
              05 HP-STATUS PIC X(1).

           FD F-CROSSPOSTS-FILE.
           01 XP-ENTRY.
              05 XP-MSG-ID PIC 9(7).
              05 XP-BOARD-CODE PIC X(10).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-WEEK-START PIC 9(8).
           01 WS-PRIOR-START PIC 9(8).
           01 WS-IDLE-CUTOFF PIC 9(8).
           01 WS-ITEM-DATE PIC 9(8).
           01 WS-PERIOD PIC 9.
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.

           01 WS-IDLE-WEEKS PIC 9(3) VALUE 8.
           01 WS-PARAM-KEY PIC X(20) VALUE "BOARD-IDLE-WEEKS".
           01 WS-PARAM-DEFAULT PIC 9(6) VALUE 8.
           01 WS-PARAM-VALUE PIC 9(6).

      *>    ONE ROW PER BOARD. PERIOD 1 IS THE LAST SEVEN DAYS,
      *>    PERIOD 2 THE FOUR WEEKS BEFORE THAT.
           01 WS-BOARD-COUNT PIC 9(3) VALUE 0.
           01 WS-BOARD-TABLE.
               05 WS-BOARD-ENTRY OCCURS 1 TO 300 TIMES
                  DEPENDING ON WS-BOARD-COUNT.
                   10 WS-BT-CODE PIC X(10).
                   10 WS-BT-TITLE PIC X(30).
                   10 WS-BT-ORDER PIC 9(3).
                   10 WS-BT-STATUS PIC X(1).
                   10 WS-BT-LAST-POST PIC 9(8).
                   10 WS-BT-PRINTED PIC 9.
                   10 WS-BT-PERIOD OCCURS 2 TIMES.
                       15 WS-BT-POSTS PIC 9(5).
                       15 WS-BT-COMMENTS PIC 9(5).
                       15 WS-BT-POSTERS PIC 9(5).
                       15 WS-BT-NEW PIC 9(5).
                       15 WS-BT-UPVOTES PIC 9(5).
                       15 WS-BT-REPORTS PIC 9(5).
                       15 WS-BT-HELD PIC 9(5).
                       15 WS-BT-CROSS-IN PIC 9(5).
           01 WS-BOARD-IDX PIC 9(3).
           01 WS-FIND-CODE PIC X(10).
           01 WS-FIND-IDX PIC 9(3).

      *>    EVERY MEMBER WHO HAS EVER POSTED ON EACH BOARD, WITH THE
      *>    DATE OF THEIR FIRST POST THERE AND WHETHER THEY POSTED IN
      *>    EITHER PERIOD.
           01 WS-POSTER-COUNT PIC 9(5) VALUE 0.
           01 WS-POSTER-TABLE.
               05 WS-POSTER-ENTRY OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-POSTER-COUNT.
                   10 WS-PT-BOARD PIC 9(3).
                   10 WS-PT-USERNAME PIC X(16).
                   10 WS-PT-FIRST PIC 9(8).
                   10 WS-PT-IN-PERIOD PIC 9 OCCURS 2 TIMES.
           01 WS-POSTER-IDX PIC 9(5).
           01 WS-POSTER-FOUND PIC 9(5).

      *>    POSTS AND COMMENTS MADE IN EITHER PERIOD, SO VOTES,
      *>    REPORTS AND CROSS-POSTS CAN BE PUT AGAINST THEIR BOARD.
           01 WS-WMSG-COUNT PIC 9(5) VALUE 0.
           01 WS-WMSG-TABLE.
               05 WS-WMSG-ENTRY OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-WMSG-COUNT.
                   10 WS-WM-ID PIC 9(7).
                   10 WS-WM-BOARD PIC 9(3).
                   10 WS-WM-PERIOD PIC 9.
           01 WS-WCOM-COUNT PIC 9(5) VALUE 0.
           01 WS-WCOM-TABLE.
               05 WS-WCOM-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-WCOM-COUNT.
                   10 WS-WC-ID PIC 9(4).
                   10 WS-WC-BOARD PIC 9(3).
                   10 WS-WC-PERIOD PIC 9.
           01 WS-LOOK-IDX PIC 9(5).
           01 WS-LOOK-MSG-ID PIC 9(7).
           01 WS-LOOK-COMMENT-ID PIC 9(4).
           01 WS-LOOK-BOARD PIC 9(3).
           01 WS-LOOK-PERIOD PIC 9.

           01 WS-POST-ID PIC 9(7).
           01 WS-POST-USERNAME PIC X(16).
           01 WS-POST-DATE PIC X(10).
           01 WS-POST-BOARD PIC X(10).

           01 WS-BEST-IDX PIC 9(3).
           01 WS-BEST-ORDER PIC 9(3).
           01 WS-BOARDS-PRINTED PIC 9(3).
           01 WS-CANDIDATES PIC 9(3).

           01 WS-METRIC-WEEK PIC 9(5)V9.
           01 WS-METRIC-PRIOR PIC 9(5)V9.
           01 WS-METRIC-CHANGE PIC S9(5)V9.
           01 WS-WORK-TOTAL PIC 9(6).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(19) VALUE "BOARD HEALTH REPORT".
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-HL-DATE PIC 9(8).
           01 WS-RULE-LINE.
              05 FILLER PIC X(28) VALUE
                "THE 7 DAYS SINCE ".
              05 WS-RL-SINCE PIC 9(8).
              05 FILLER PIC X(26) VALUE
                " AGAINST THE 4 WEEKS SINCE".
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-RL-PRIOR PIC 9(8).
           01 WS-BOARD-HEAD.
              05 FILLER PIC X(7) VALUE "BOARD ".
              05 WS-BH-CODE PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-BH-TITLE PIC X(30).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-BH-STATUS PIC X(9).
           01 WS-COL-LINE.
              05 FILLER PIC X(26) VALUE SPACES.
              05 FILLER PIC X(12) VALUE "THIS WEEK".
              05 FILLER PIC X(13) VALUE "4-WEEK AVG".
              05 FILLER PIC X(6) VALUE "CHANGE".
           01 WS-METRIC-LINE.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-ML-NAME PIC X(22).
              05 WS-ML-WEEK PIC ZZZZ9.9.
              05 FILLER PIC X(5) VALUE SPACES.
              05 WS-ML-PRIOR PIC ZZZZ9.9.
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-ML-CHANGE PIC +ZZZZ9.9.
           01 WS-MERGE-HEAD.
              05 FILLER PIC X(33) VALUE
                "MERGE CANDIDATES - NO POSTS FOR ".
              05 WS-MH-WEEKS PIC ZZ9.
              05 FILLER PIC X(6) VALUE " WEEKS".
           01 WS-MERGE-LINE.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-MG-CODE PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-MG-TITLE PIC X(30).
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "LAST POST ".
              05 WS-MG-LAST PIC X(8).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-BOARD-COUNT.
           MOVE 0 TO WS-POSTER-COUNT.
           MOVE 0 TO WS-WMSG-COUNT.
           MOVE 0 TO WS-WCOM-COUNT.
           MOVE 0 TO WS-BOARDS-PRINTED.
           MOVE 0 TO WS-CANDIDATES.

           CALL "get-parameter" USING WS-PARAM-KEY, WS-PARAM-DEFAULT,
             WS-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-IDLE-WEEKS.
           IF WS-IDLE-WEEKS = 0 THEN
               MOVE 1 TO WS-IDLE-WEEKS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 7).
           COMPUTE WS-PRIOR-START = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 35).
           COMPUTE WS-IDLE-CUTOFF = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-IDLE-WEEKS * 7).

           PERFORM LOAD-BOARDS.
           PERFORM SCAN-LIVE-POSTS.
           PERFORM SCAN-ARCHIVED-POSTS.
           PERFORM COUNT-POSTERS.
           PERFORM SCAN-COMMENTS.
           PERFORM SCAN-VOTES.
           PERFORM SCAN-REPORTS.
           PERFORM SCAN-HELD-POSTS.
           PERFORM SCAN-CROSSPOSTS.

           PERFORM COUNT-SPOOL.

           OPEN EXTEND F-SPOOL-FILE.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-WEEK-START TO WS-RL-SINCE.
           MOVE WS-PRIOR-START TO WS-RL-PRIOR.
           MOVE WS-RULE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    BOARDS IN THEIR MASTER DISPLAY ORDER; CODES NOT ON THE
      *>    MASTER FOLLOW AT THE END. RETIRED BOARDS ARE LEFT OUT.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-BEST-IDX = 0
               PERFORM PICK-NEXT-BOARD
               IF WS-BEST-IDX > 0 THEN
                   MOVE 1 TO WS-BT-PRINTED(WS-BEST-IDX)
                   IF WS-BT-STATUS(WS-BEST-IDX) NOT = "X" THEN
                       PERFORM PRINT-ONE-BOARD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BOARDS-PRINTED = 0 THEN
               MOVE SPACES TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE "  NO BOARDS" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           PERFORM PRINT-MERGE-CANDIDATES.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-BOARDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE BD-CODE TO WS-FIND-CODE
                       PERFORM FIND-BOARD
                       IF WS-BOARD-IDX > 0 THEN
                           MOVE BD-TITLE TO WS-BT-TITLE(WS-BOARD-IDX)
                           MOVE BD-DISPLAY-ORDER TO
                             WS-BT-ORDER(WS-BOARD-IDX)
                           MOVE BD-STATUS TO WS-BT-STATUS(WS-BOARD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

      *>    A CODE NOT SEEN BEFORE GETS A NEW ROW, SORTED AFTER THE
      *>    MASTER'S OWN BOARDS AND TREATED AS OPEN.
       FIND-BOARD.
           IF WS-FIND-CODE = SPACES OR LOW-VALUE THEN
               MOVE "GENERAL" TO WS-FIND-CODE
           END-IF.
           MOVE 0 TO WS-BOARD-IDX.
           MOVE 0 TO WS-FIND-IDX.
           PERFORM UNTIL WS-FIND-IDX >= WS-BOARD-COUNT OR
             WS-BOARD-IDX > 0
               ADD 1 TO WS-FIND-IDX
               IF WS-BT-CODE(WS-FIND-IDX) = WS-FIND-CODE THEN
                   MOVE WS-FIND-IDX TO WS-BOARD-IDX
               END-IF
           END-PERFORM.
           IF WS-BOARD-IDX = 0 AND WS-BOARD-COUNT < 300 THEN
               ADD 1 TO WS-BOARD-COUNT
               MOVE WS-BOARD-COUNT TO WS-BOARD-IDX
               INITIALIZE WS-BOARD-ENTRY(WS-BOARD-IDX)
               MOVE WS-FIND-CODE TO WS-BT-CODE(WS-BOARD-IDX)
               MOVE 999 TO WS-BT-ORDER(WS-BOARD-IDX)
               MOVE "O" TO WS-BT-STATUS(WS-BOARD-IDX)
           END-IF.

      *>    A LIVE "[ARCHIVED MESSAGE]" STUB IS COUNTED FROM THE
      *>    ARCHIVE COPY INSTEAD, SO NO POST IS COUNTED TWICE.
       SCAN-LIVE-POSTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-TITLE NOT = "[ARCHIVED MESSAGE]" THEN
                           MOVE RC-ID TO WS-POST-ID
                           MOVE RC-USERNAME TO WS-POST-USERNAME
                           MOVE RC-DATE TO WS-POST-DATE
                           MOVE RC-BOARD-CODE TO WS-POST-BOARD
                           PERFORM TALLY-POST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.

       SCAN-ARCHIVED-POSTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ID TO WS-POST-ID
                       MOVE ARC-USERNAME TO WS-POST-USERNAME
                       MOVE ARC-DATE TO WS-POST-DATE
                       MOVE ARC-BOARD-CODE TO WS-POST-BOARD
                       PERFORM TALLY-POST
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

      *>    POST DATES ARE HELD DD-MM-YYYY.
       TALLY-POST.
           MOVE WS-POST-BOARD TO WS-FIND-CODE.
           PERFORM FIND-BOARD.
           IF WS-BOARD-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ITEM-DATE.
           STRING WS-POST-DATE(7:4) WS-POST-DATE(4:2)
               WS-POST-DATE(1:2) DELIMITED BY SIZE INTO WS-ITEM-DATE.
           IF WS-ITEM-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ITEM-DATE > WS-BT-LAST-POST(WS-BOARD-IDX) THEN
               MOVE WS-ITEM-DATE TO WS-BT-LAST-POST(WS-BOARD-IDX)
           END-IF.

           PERFORM FIND-PERIOD.
           IF WS-PERIOD > 0 THEN
               ADD 1 TO WS-BT-POSTS(WS-BOARD-IDX, WS-PERIOD)
               IF WS-WMSG-COUNT < 20000 THEN
                   ADD 1 TO WS-WMSG-COUNT
                   MOVE WS-POST-ID TO WS-WM-ID(WS-WMSG-COUNT)
                   MOVE WS-BOARD-IDX TO WS-WM-BOARD(WS-WMSG-COUNT)
                   MOVE WS-PERIOD TO WS-WM-PERIOD(WS-WMSG-COUNT)
               END-IF
           END-IF.

           IF WS-POST-USERNAME = SPACES OR "anonymous" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-POSTER-FOUND.
           MOVE 0 TO WS-POSTER-IDX
           PERFORM UNTIL WS-POSTER-IDX >= WS-POSTER-COUNT OR
                   WS-POSTER-FOUND > 0
               ADD 1 TO WS-POSTER-IDX
               IF WS-PT-BOARD(WS-POSTER-IDX) = WS-BOARD-IDX AND
                  WS-PT-USERNAME(WS-POSTER-IDX) = WS-POST-USERNAME
               THEN
                   MOVE WS-POSTER-IDX TO WS-POSTER-FOUND
               END-IF
           END-PERFORM.
           IF WS-POSTER-FOUND = 0 THEN
               IF WS-POSTER-COUNT >= 20000 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-POSTER-COUNT
               MOVE WS-POSTER-COUNT TO WS-POSTER-FOUND
               MOVE WS-BOARD-IDX TO WS-PT-BOARD(WS-POSTER-FOUND)
               MOVE WS-POST-USERNAME TO WS-PT-USERNAME(WS-POSTER-FOUND)
               MOVE WS-ITEM-DATE TO WS-PT-FIRST(WS-POSTER-FOUND)
               MOVE 0 TO WS-PT-IN-PERIOD(WS-POSTER-FOUND, 1)
               MOVE 0 TO WS-PT-IN-PERIOD(WS-POSTER-FOUND, 2)
           END-IF.
           IF WS-ITEM-DATE < WS-PT-FIRST(WS-POSTER-FOUND) THEN
               MOVE WS-ITEM-DATE TO WS-PT-FIRST(WS-POSTER-FOUND)
           END-IF.
           IF WS-PERIOD > 0 THEN
               MOVE 1 TO WS-PT-IN-PERIOD(WS-POSTER-FOUND, WS-PERIOD)
           END-IF.

      *>    1 = THE LAST SEVEN DAYS, 2 = THE FOUR WEEKS BEFORE THEM,
      *>    0 = OUTSIDE BOTH.
       FIND-PERIOD.
           MOVE 0 TO WS-PERIOD.
           IF WS-ITEM-DATE > WS-WEEK-START AND
              WS-ITEM-DATE <= WS-TODAY THEN
               MOVE 1 TO WS-PERIOD
           ELSE
               IF WS-ITEM-DATE > WS-PRIOR-START AND
                  WS-ITEM-DATE <= WS-WEEK-START THEN
                   MOVE 2 TO WS-PERIOD
               END-IF
           END-IF.

      *>    A POSTER IS NEW IN THE PERIOD THAT HOLDS THEIR FIRST
      *>    EVER POST ON THE BOARD, AND RETURNING IN ANY LATER ONE.
       COUNT-POSTERS.
           MOVE 0 TO WS-POSTER-IDX
           PERFORM UNTIL WS-POSTER-IDX >= WS-POSTER-COUNT
               ADD 1 TO WS-POSTER-IDX
               MOVE WS-PT-BOARD(WS-POSTER-IDX) TO WS-BOARD-IDX
               MOVE WS-PT-FIRST(WS-POSTER-IDX) TO WS-ITEM-DATE
               PERFORM FIND-PERIOD
               IF WS-PT-IN-PERIOD(WS-POSTER-IDX, 1) = 1 THEN
                   ADD 1 TO WS-BT-POSTERS(WS-BOARD-IDX, 1)
                   IF WS-PERIOD = 1 THEN
                       ADD 1 TO WS-BT-NEW(WS-BOARD-IDX, 1)
                   END-IF
               END-IF
               IF WS-PT-IN-PERIOD(WS-POSTER-IDX, 2) = 1 THEN
                   ADD 1 TO WS-BT-POSTERS(WS-BOARD-IDX, 2)
                   IF WS-PERIOD = 2 THEN
                       ADD 1 TO WS-BT-NEW(WS-BOARD-IDX, 2)
                   END-IF
               END-IF
           END-PERFORM.

      *>    A COMMENT COUNTS AGAINST THE BOARD OF THE POST IT HANGS
      *>    OFF; AN OLDER POST IS LOOKED UP ON THE LIVE FILE.
       SCAN-COMMENTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COMMENTS-FILE.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMMENTS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-ITEM-DATE
                       STRING CM-DATE-POST(7:4) CM-DATE-POST(4:2)
                           CM-DATE-POST(1:2) DELIMITED BY SIZE
                           INTO WS-ITEM-DATE
                       IF WS-ITEM-DATE IS NUMERIC THEN
                           PERFORM FIND-PERIOD
                           IF WS-PERIOD > 0 THEN
                               PERFORM TALLY-COMMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.
           CLOSE F-COMMENTS-FILE.

       TALLY-COMMENT.
           MOVE CM-MSG-ID TO WS-LOOK-MSG-ID.
           PERFORM BOARD-OF-MESSAGE.
           IF WS-LOOK-BOARD = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BT-COMMENTS(WS-LOOK-BOARD, WS-PERIOD).
           IF WS-WCOM-COUNT < 9999 THEN
               ADD 1 TO WS-WCOM-COUNT
               MOVE CM-COMMENT-ID TO WS-WC-ID(WS-WCOM-COUNT)
               MOVE WS-LOOK-BOARD TO WS-WC-BOARD(WS-WCOM-COUNT)
               MOVE WS-PERIOD TO WS-WC-PERIOD(WS-WCOM-COUNT)
           END-IF.

      *>    THE BOARD OF A MESSAGE: FROM THE PERIOD TABLE WHEN IT WAS
      *>    POSTED INSIDE EITHER PERIOD, OTHERWISE FROM MESSAGES.DAT
      *>    (WHICH THE CALLER HAS OPEN). ZERO WHEN IT CANNOT BE FOUND.
       BOARD-OF-MESSAGE.
           MOVE 0 TO WS-LOOK-BOARD.
           MOVE 0 TO WS-LOOK-PERIOD.
           MOVE 0 TO WS-LOOK-IDX
           PERFORM UNTIL WS-LOOK-IDX >= WS-WMSG-COUNT OR
             WS-LOOK-BOARD > 0
               ADD 1 TO WS-LOOK-IDX
               IF WS-WM-ID(WS-LOOK-IDX) = WS-LOOK-MSG-ID THEN
                   MOVE WS-WM-BOARD(WS-LOOK-IDX) TO WS-LOOK-BOARD
                   MOVE WS-WM-PERIOD(WS-LOOK-IDX) TO WS-LOOK-PERIOD
               END-IF
           END-PERFORM.
           IF WS-LOOK-BOARD > 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOK-MSG-ID TO RC-ID.
           READ F-MESSAGES-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE RC-BOARD-CODE TO WS-FIND-CODE
                   PERFORM FIND-BOARD
                   MOVE WS-BOARD-IDX TO WS-LOOK-BOARD
           END-READ.

      *>    VOTES ARE UNDATED: EACH ONE COUNTS IN THE PERIOD ITS
      *>    POST OR COMMENT WAS MADE, AND NOT AT ALL FOR OLDER ONES.
       SCAN-VOTES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MSG-VOTES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MSG-VOTES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-LOOK-IDX
                       PERFORM UNTIL WS-LOOK-IDX >= WS-WMSG-COUNT
                           ADD 1 TO WS-LOOK-IDX
                           IF WS-WM-ID(WS-LOOK-IDX) = MV-MSG-ID THEN
                               ADD 1 TO WS-BT-UPVOTES(
                                 WS-WM-BOARD(WS-LOOK-IDX),
                                 WS-WM-PERIOD(WS-LOOK-IDX))
                               MOVE WS-WMSG-COUNT TO WS-LOOK-IDX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-MSG-VOTES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COMMENT-VOTES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMMENT-VOTES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-LOOK-IDX
                       PERFORM UNTIL WS-LOOK-IDX >= WS-WCOM-COUNT
                           ADD 1 TO WS-LOOK-IDX
                           IF WS-WC-ID(WS-LOOK-IDX) = CV-COMMENT-ID THEN
                               ADD 1 TO WS-BT-UPVOTES(
                                 WS-WC-BOARD(WS-LOOK-IDX),
                                 WS-WC-PERIOD(WS-LOOK-IDX))
                               MOVE WS-WCOM-COUNT TO WS-LOOK-IDX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-COMMENT-VOTES-FILE.

      *>    MEMBER REPORTS AGAINST A POST ("M") OR A COMMENT ("C")
      *>    COUNT AGAINST THE BOARD BY THE DATE THEY WERE FILED.
      *>    CHAT LINES, MARKETPLACE DISPUTES AND THE QUEUE'S POINTERS
      *>    TO HELD POSTS BELONG TO NO BOARD. REPORT DATES ARE HELD
      *>    YYYY-MM-DD.
       SCAN-REPORTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MODERATION-QUEUE-FILE.
           OPEN INPUT F-COMMENTS-FILE.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MODERATION-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-ITEM-DATE
                       STRING MQ-DATE(1:4) MQ-DATE(6:2) MQ-DATE(9:2)
                           DELIMITED BY SIZE INTO WS-ITEM-DATE
                       IF WS-ITEM-DATE IS NUMERIC AND
                          (MQ-TYPE = "M" OR "C") THEN
                           PERFORM FIND-PERIOD
                           IF WS-PERIOD > 0 THEN
                               PERFORM TALLY-REPORT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.
           CLOSE F-COMMENTS-FILE.
           CLOSE F-MODERATION-QUEUE-FILE.

       TALLY-REPORT.
           IF MQ-SOURCE-ID IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF MQ-TYPE = "M" THEN
               MOVE MQ-SOURCE-ID TO WS-LOOK-MSG-ID
           ELSE
               MOVE 0 TO WS-LOOK-MSG-ID
               MOVE FUNCTION NUMVAL(MQ-SOURCE-ID) TO CM-COMMENT-ID
               READ F-COMMENTS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CM-MSG-ID TO WS-LOOK-MSG-ID
               END-READ
               IF WS-LOOK-MSG-ID = 0 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM BOARD-OF-MESSAGE.
           IF WS-LOOK-BOARD > 0 THEN
               ADD 1 TO WS-BT-REPORTS(WS-LOOK-BOARD, WS-PERIOD)
           END-IF.

      *>    HELD-POST DATES ARE HELD YYYY-MM-DD.
       SCAN-HELD-POSTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HELD-POSTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HELD-POSTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-ITEM-DATE
                       STRING HP-DATE(1:4) HP-DATE(6:2) HP-DATE(9:2)
                           DELIMITED BY SIZE INTO WS-ITEM-DATE
                       IF WS-ITEM-DATE IS NUMERIC THEN
                           PERFORM FIND-PERIOD
                           IF WS-PERIOD > 0 THEN
                               MOVE HP-BOARD-CODE TO WS-FIND-CODE
                               PERFORM FIND-BOARD
                               IF WS-BOARD-IDX > 0 THEN
                                   ADD 1 TO WS-BT-HELD(WS-BOARD-IDX,
                                     WS-PERIOD)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HELD-POSTS-FILE.

      *>    A CROSS-POST IS UNDATED, SO IT COUNTS IN THE PERIOD ITS
      *>    POST WAS MADE, AGAINST THE BOARD IT WAS CROSS-POSTED TO.
       SCAN-CROSSPOSTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-CROSSPOSTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CROSSPOSTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-LOOK-IDX
                       PERFORM UNTIL WS-LOOK-IDX >= WS-WMSG-COUNT
                           ADD 1 TO WS-LOOK-IDX
                           IF WS-WM-ID(WS-LOOK-IDX) = XP-MSG-ID THEN
                               MOVE WS-WM-PERIOD(WS-LOOK-IDX) TO
                                 WS-PERIOD
                               MOVE XP-BOARD-CODE TO WS-FIND-CODE
                               PERFORM FIND-BOARD
                               IF WS-BOARD-IDX > 0 THEN
                                   ADD 1 TO WS-BT-CROSS-IN(
                                     WS-BOARD-IDX, WS-PERIOD)
                               END-IF
                               MOVE WS-WMSG-COUNT TO WS-LOOK-IDX
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-CROSSPOSTS-FILE.

       PICK-NEXT-BOARD.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 999 TO WS-BEST-ORDER.
           MOVE 0 TO WS-LOOK-IDX
           PERFORM UNTIL WS-LOOK-IDX >= WS-BOARD-COUNT
               ADD 1 TO WS-LOOK-IDX
               IF WS-BT-PRINTED(WS-LOOK-IDX) = 0 AND
                  (WS-BEST-IDX = 0 OR
                   WS-BT-ORDER(WS-LOOK-IDX) < WS-BEST-ORDER) THEN
                   MOVE WS-LOOK-IDX TO WS-BEST-IDX
                   MOVE WS-BT-ORDER(WS-LOOK-IDX) TO WS-BEST-ORDER
               END-IF
           END-PERFORM.

      *>    COUNTS SHOW THE PRIOR FOUR WEEKS AS A WEEKLY AVERAGE;
      *>    COMMENTS PER POST AND THE CROSS-POST SHARE ARE RATIOS OF
      *>    EACH PERIOD'S OWN TOTALS.
       PRINT-ONE-BOARD.
           MOVE WS-BEST-IDX TO WS-BOARD-IDX.
           ADD 1 TO WS-BOARDS-PRINTED.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-BT-CODE(WS-BOARD-IDX) TO WS-BH-CODE.
           MOVE WS-BT-TITLE(WS-BOARD-IDX) TO WS-BH-TITLE.
           EVALUATE WS-BT-STATUS(WS-BOARD-IDX)
               WHEN "R" MOVE "READ-ONLY" TO WS-BH-STATUS
               WHEN OTHER MOVE "OPEN" TO WS-BH-STATUS
           END-EVALUATE.
           MOVE WS-BOARD-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "NEW POSTS" TO WS-ML-NAME.
           MOVE WS-BT-POSTS(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-POSTS(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "COMMENTS" TO WS-ML-NAME.
           MOVE WS-BT-COMMENTS(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-COMMENTS(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "UNIQUE POSTERS" TO WS-ML-NAME.
           MOVE WS-BT-POSTERS(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-POSTERS(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "  NEW POSTERS" TO WS-ML-NAME.
           MOVE WS-BT-NEW(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-NEW(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "  RETURNING POSTERS" TO WS-ML-NAME.
           COMPUTE WS-METRIC-WEEK = WS-BT-POSTERS(WS-BOARD-IDX, 1)
             - WS-BT-NEW(WS-BOARD-IDX, 1).
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             (WS-BT-POSTERS(WS-BOARD-IDX, 2)
             - WS-BT-NEW(WS-BOARD-IDX, 2)) / 4.
           PERFORM PRINT-METRIC.

           MOVE "COMMENTS PER POST" TO WS-ML-NAME.
           MOVE 0 TO WS-METRIC-WEEK.
           MOVE 0 TO WS-METRIC-PRIOR.
           IF WS-BT-POSTS(WS-BOARD-IDX, 1) > 0 THEN
               COMPUTE WS-METRIC-WEEK ROUNDED =
                 WS-BT-COMMENTS(WS-BOARD-IDX, 1) /
                 WS-BT-POSTS(WS-BOARD-IDX, 1)
           END-IF.
           IF WS-BT-POSTS(WS-BOARD-IDX, 2) > 0 THEN
               COMPUTE WS-METRIC-PRIOR ROUNDED =
                 WS-BT-COMMENTS(WS-BOARD-IDX, 2) /
                 WS-BT-POSTS(WS-BOARD-IDX, 2)
           END-IF.
           PERFORM PRINT-METRIC.

           MOVE "UPVOTES" TO WS-ML-NAME.
           MOVE WS-BT-UPVOTES(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-UPVOTES(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "REPORTS FILED" TO WS-ML-NAME.
           MOVE WS-BT-REPORTS(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-REPORTS(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "HELD POSTS" TO WS-ML-NAME.
           MOVE WS-BT-HELD(WS-BOARD-IDX, 1) TO WS-METRIC-WEEK.
           COMPUTE WS-METRIC-PRIOR ROUNDED =
             WS-BT-HELD(WS-BOARD-IDX, 2) / 4.
           PERFORM PRINT-METRIC.

           MOVE "CROSS-POST SHARE %" TO WS-ML-NAME.
           MOVE 0 TO WS-METRIC-WEEK.
           MOVE 0 TO WS-METRIC-PRIOR.
           COMPUTE WS-WORK-TOTAL = WS-BT-POSTS(WS-BOARD-IDX, 1)
             + WS-BT-CROSS-IN(WS-BOARD-IDX, 1).
           IF WS-WORK-TOTAL > 0 THEN
               COMPUTE WS-METRIC-WEEK ROUNDED =
                 WS-BT-CROSS-IN(WS-BOARD-IDX, 1) * 100 / WS-WORK-TOTAL
           END-IF.
           COMPUTE WS-WORK-TOTAL = WS-BT-POSTS(WS-BOARD-IDX, 2)
             + WS-BT-CROSS-IN(WS-BOARD-IDX, 2).
           IF WS-WORK-TOTAL > 0 THEN
               COMPUTE WS-METRIC-PRIOR ROUNDED =
                 WS-BT-CROSS-IN(WS-BOARD-IDX, 2) * 100 / WS-WORK-TOTAL
           END-IF.
           PERFORM PRINT-METRIC.

       PRINT-METRIC.
           MOVE WS-METRIC-WEEK TO WS-ML-WEEK.
           MOVE WS-METRIC-PRIOR TO WS-ML-PRIOR.
           COMPUTE WS-METRIC-CHANGE = WS-METRIC-WEEK - WS-METRIC-PRIOR.
           MOVE WS-METRIC-CHANGE TO WS-ML-CHANGE.
           MOVE WS-METRIC-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    AN OPEN OR FROZEN BOARD WHOSE LAST POST, LIVE OR
      *>    ARCHIVED, IS OLDER THAN THE IDLE LIMIT -- OR THAT HAS
      *>    NEVER HAD ONE.
       PRINT-MERGE-CANDIDATES.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-IDLE-WEEKS TO WS-MH-WEEKS.
           MOVE WS-MERGE-HEAD TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-BOARD-IDX
           PERFORM UNTIL WS-BOARD-IDX >= WS-BOARD-COUNT
               ADD 1 TO WS-BOARD-IDX
               IF WS-BT-STATUS(WS-BOARD-IDX) NOT = "X" AND
                  WS-BT-LAST-POST(WS-BOARD-IDX) <= WS-IDLE-CUTOFF THEN
                   ADD 1 TO WS-CANDIDATES
                   MOVE WS-BT-CODE(WS-BOARD-IDX) TO WS-MG-CODE
                   MOVE WS-BT-TITLE(WS-BOARD-IDX) TO WS-MG-TITLE
                   IF WS-BT-LAST-POST(WS-BOARD-IDX) = 0 THEN
                       MOVE "NEVER" TO WS-MG-LAST
                   ELSE
                       MOVE WS-BT-LAST-POST(WS-BOARD-IDX) TO WS-MG-LAST
                   END-IF
                   MOVE WS-MERGE-LINE TO SP-LINE
                   PERFORM WRITE-SPOOL-LINE
               END-IF
           END-PERFORM.
           IF WS-CANDIDATES = 0 THEN
               MOVE "  NONE" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "BOARD HEALTH" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
