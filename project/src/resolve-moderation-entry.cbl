      *----MODERATION QUEUE ONCE IT HAS BEEN REVIEWED, THE SAME--------*
      *----SCAN/REWRITE-A-STATUS-FLAG SHAPE RETRACT-MESSAGE.CBL USES---*
      *----TO TAKE A POST DOWN WITHOUT PHYSICALLY DELETING THE ROW.----*
      *----THE CALLER SAYS WHICH WAY THE REVIEW WENT: DISPOSITION "U"--*
      *----UPHOLDS THE REPORT (STATUS "U", AND A STRIKE GOES ON THE----*
      *----AUTHOR'S LEDGER THROUGH RECORD-STRIKE), ANYTHING ELSE-------*
      *----DISMISSES IT (STATUS "R", NO STRIKE) -- CLEARING A BOGUS----*
      *----REPORT MUST NEVER PUNISH THE PERSON REPORTED. WHO RESOLVED--*
      *----THE REPORT, WHEN AND WHICH WAY IS STAMPED THROUGH-----------*
      *----RECORD-MODERATION-OUTCOME-----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             'moderation-queue.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

       DATA DIVISION.
           FILE SECTION.
           FD F-MODERATION-QUEUE-FILE.
              05 MQ-DATE PIC X(10).
              05 MQ-STATUS PIC X(1).

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 RC-TRUNCATED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-AUDIT-ACTION PIC X(12).
           01 WS-STRIKE-AUTHOR PIC X(16).
           01 WS-STRIKE-HIT PIC 9 VALUE 0.

      *>    THE RESOLUTION STAMP. A TYPE-"P" ENTRY IS STAMPED BY
      *>    PUBLISH-HELD-POST AGAINST THE HELD POST ITSELF, SO ONLY
      *>    MEMBER AND AUTOMATIC REPORTS ARE STAMPED HERE.
           01 WS-STAMP-HIT PIC 9 VALUE 0.
           01 WS-STAMP-QUEUE PIC X(1) VALUE "R".
           01 WS-STAMP-TYPE PIC X(1).
           01 WS-STAMP-SOURCE-ID PIC X(7).
           01 WS-STAMP-RECEIVED PIC 9(8).
           01 WS-STAMP-OUTCOME PIC X(1).
           01 WS-STAMP-BOARD PIC X(10).
           01 WS-STAMP-ORIGINAL-BY PIC X(16) VALUE SPACES.

           LINKAGE SECTION.
           01 LS-ID PIC 9(4).
           01 LS-ACTOR PIC X(16).
      *>    ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-STRIKE-HIT.
           MOVE 0 TO WS-STAMP-HIT.

           OPEN I-O F-MODERATION-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               CALL "record-strike" USING WS-STRIKE-AUTHOR, LS-ID
           END-IF.

           IF WS-STAMP-HIT = 1 THEN
               PERFORM STAMP-THE-OUTCOME
           END-IF.

           GOBACK.

       RESOLVE-PROCESS.
               MOVE MQ-REASON TO WS-AUDIT-PRIOR(1:50)
               CALL "record-content-audit" USING LS-ACTOR,
                 WS-AUDIT-ACTION, WS-AUDIT-TARGET, WS-AUDIT-PRIOR
               IF MQ-STATUS = "O" AND MQ-TYPE NOT = "P" THEN
                   MOVE 1 TO WS-STAMP-HIT
                   MOVE MQ-TYPE TO WS-STAMP-TYPE
                   MOVE MQ-SOURCE-ID TO WS-STAMP-SOURCE-ID
                   MOVE 0 TO WS-STAMP-RECEIVED
                   STRING MQ-DATE(1:4) MQ-DATE(6:2) MQ-DATE(9:2)
                       DELIMITED BY SIZE INTO WS-STAMP-RECEIVED
               END-IF
               IF LS-DISPOSITION = "U" OR "u" THEN
                   MOVE "U" TO MQ-STATUS
                   MOVE MQ-AUTHOR TO WS-STRIKE-AUTHOR
               ELSE
                   MOVE "R" TO MQ-STATUS
               END-IF
               MOVE MQ-STATUS TO WS-STAMP-OUTCOME
               REWRITE MQ-ENTRY
           END-IF.

      *>    A REPORTED MESSAGE COUNTS AGAINST ITS BOARD (GENERAL WHEN
      *>    IT HAS NONE); CHAT LINES AND COMMENTS ARE TALLIED UNDER
      *>    THEIR OWN HEADINGS.
       STAMP-THE-OUTCOME.
           IF WS-STAMP-OUTCOME NOT = "U" THEN
               MOVE "D" TO WS-STAMP-OUTCOME
           END-IF.
           EVALUATE WS-STAMP-TYPE
               WHEN "H"
                   MOVE "CHAT" TO WS-STAMP-BOARD
               WHEN "C"
                   MOVE "COMMENTS" TO WS-STAMP-BOARD
               WHEN OTHER
                   MOVE "GENERAL" TO WS-STAMP-BOARD
                   IF WS-STAMP-SOURCE-ID IS NUMERIC THEN
                       MOVE WS-STAMP-SOURCE-ID TO RC-ID
                       OPEN INPUT F-MESSAGES-FILE
                       READ F-MESSAGES-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF RC-BOARD-CODE NOT = SPACES THEN
                                   MOVE RC-BOARD-CODE TO WS-STAMP-BOARD
                               END-IF
                       END-READ
                       CLOSE F-MESSAGES-FILE
                   END-IF
           END-EVALUATE.
           CALL "record-moderation-outcome" USING WS-STAMP-QUEUE, LS-ID,
               WS-STAMP-RECEIVED, LS-ACTOR, WS-STAMP-OUTCOME,
               WS-STAMP-BOARD, WS-STAMP-ORIGINAL-BY.
