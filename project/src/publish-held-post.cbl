       IDENTIFICATION DIVISION.
       PROGRAM-ID. publish-held-post.
      ******************************************************************
      *----SUB PROGRAM THAT WORKS ONE PRE-MODERATION HOLD. ACTION "A"--*
      *----PUBLISHES THE HELD POST THROUGH POST-MESSAGE WITH ITS-------*
      *----ORIGINAL TIMESTAMP; ACTION "R" BINS IT AND COUNTS THE-------*
      *----REJECTION AGAINST THE ACCOUNT IN LIMIT-BREACHES.DAT (TYPE---*
      *----"P") WHERE THE MODERATION SIDE ALREADY LOOKS FOR PATTERNS.--*
      *----THE MODERATOR WHO WORKED THE HOLD, WHEN, AND WHICH WAY IS---*
      *----STAMPED THROUGH RECORD-MODERATION-OUTCOME-------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-HELD-POSTS-FILE ASSIGN TO 'held-posts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-BREACHES-FILE ASSIGN TO
             "limit-breaches.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           01 WS-TODAY PIC 9(8).
           01 WS-PUBLISH PIC 9 VALUE 0.
           01 WS-REJECTED-NAME PIC X(16).
           01 WS-STAMP-HIT PIC 9 VALUE 0.
           01 WS-STAMP-QUEUE PIC X(1) VALUE "H".
           01 WS-STAMP-ITEM-ID PIC 9(4).
           01 WS-STAMP-RECEIVED PIC 9(8).
           01 WS-STAMP-OUTCOME PIC X(1).
           01 WS-STAMP-BOARD PIC X(10).
           01 WS-STAMP-ORIGINAL-BY PIC X(16) VALUE SPACES.
           01 WS-NEW-MESSAGE.
             05 WS-TITLE PIC X(50).
             05 WS-CONTENT PIC X(300).
           LINKAGE SECTION.
           01 LS-HELD-ID PIC 9(4).
           01 LS-ACTION PIC X.
           01 LS-ACTOR PIC X(16).

       PROCEDURE DIVISION USING LS-HELD-ID, LS-ACTION, LS-ACTOR.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-PUBLISH.
           MOVE 0 TO WS-STAMP-HIT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

                   NOT AT END
                       IF HP-ID = LS-HELD-ID AND
                          HP-STATUS = "P" THEN
                           PERFORM NOTE-THE-STAMP
                           IF LS-ACTION = "A" OR "a" THEN
                               MOVE 1 TO WS-PUBLISH
                               MOVE HP-TITLE TO WS-TITLE
               CLOSE F-BREACHES-FILE
           END-IF.

      *>    PUBLISHING MEANS THE HOLD WAS NEEDLESS (DISMISSED);
      *>    REJECTING THE POST UPHOLDS IT.
           IF WS-STAMP-HIT = 1 THEN
               IF LS-ACTION = "A" OR "a" THEN
                   MOVE "D" TO WS-STAMP-OUTCOME
               ELSE
                   MOVE "U" TO WS-STAMP-OUTCOME
               END-IF
               CALL "record-moderation-outcome" USING WS-STAMP-QUEUE,
                   WS-STAMP-ITEM-ID, WS-STAMP-RECEIVED, LS-ACTOR,
                   WS-STAMP-OUTCOME, WS-STAMP-BOARD,
                   WS-STAMP-ORIGINAL-BY
           END-IF.

           GOBACK.

       NOTE-THE-STAMP.
           MOVE 1 TO WS-STAMP-HIT.
           MOVE HP-ID TO WS-STAMP-ITEM-ID.
           MOVE 0 TO WS-STAMP-RECEIVED.
           STRING HP-DATE(1:4) HP-DATE(6:2) HP-DATE(9:2)
               DELIMITED BY SIZE INTO WS-STAMP-RECEIVED.
           IF HP-BOARD-CODE = SPACES THEN
               MOVE "GENERAL" TO WS-STAMP-BOARD
           ELSE
               MOVE HP-BOARD-CODE TO WS-STAMP-BOARD
           END-IF.
