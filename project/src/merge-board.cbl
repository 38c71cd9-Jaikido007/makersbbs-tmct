      *----CONTENT OUT TO A FRESH CODE, WHICH IS THE SAME MOVE RUN-----*
      *----THE OTHER WAY): EVERY LIVE AND ARCHIVED MESSAGE ON THE------*
      *----SOURCE BOARD IS REASSIGNED TO THE TARGET IN BULK, BOARD-----*
      *----SUBSCRIPTIONS AND CROSS-POSTS FOLLOW, THE SOURCE BOARD IS---*
      *----RETIRED ON THE BOARD MASTER, AND THE OPERATION IS RECORDED--*
      *----THROUGH RECORD-CONTENT-AUDIT SO THE INTEGRITY AUDIT STOPS---*
      *----FLAGGING HAND EDITS. PINS ARE KEYED BY MESSAGE ID, SO THEY--*
      *----TRAVEL WITH THEIR MESSAGES ON THEIR OWN---------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-AUDIT-ACTION PIC X(12) VALUE "BOARDMERGE".
           01 WS-AUDIT-TARGET PIC X(7) VALUE SPACES.
           01 WS-AUDIT-TEXT PIC X(100).
           01 WS-TARGET-STATUS PIC X(1).
           01 WS-NO-TITLE PIC X(30) VALUE SPACES.
           01 WS-NO-DESCRIPTION PIC X(60) VALUE SPACES.
           01 WS-NO-ORDER PIC 9(3) VALUE 0.
           01 WS-MASTER-RESULT PIC X(1).
           01 WS-MASTER-COUNT PIC 9(4).

           LINKAGE SECTION.
           01 LS-SOURCE-BOARD PIC X(10).
           PERFORM MOVE-ARCHIVED-MESSAGES.
           PERFORM MOVE-SUBSCRIPTIONS.
           PERFORM MOVE-CROSSPOSTS.
           PERFORM UPDATE-BOARD-MASTER.

           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING LS-SOURCE-BOARD DELIMITED BY SIZE
               END-READ
           END-PERFORM.
           CLOSE F-CROSSPOSTS-FILE.

      *>    THE SOURCE BOARD IS EMPTY NOW, SO IT IS RETIRED ON THE
      *>    BOARD MASTER. A SPLIT OUT TO A FRESH CODE PUTS THAT CODE
      *>    ON THE MASTER (OPEN) SO THE MOVED POSTS HAVE A BOARD THAT
      *>    STILL TAKES REPLIES.
       UPDATE-BOARD-MASTER.
           CALL "check-board-status" USING LS-TARGET-BOARD,
               WS-TARGET-STATUS.
           IF WS-TARGET-STATUS = "U" THEN
               CALL "maintain-board-master" USING "S",
                   LS-TARGET-BOARD, WS-NO-TITLE, WS-NO-DESCRIPTION,
                   WS-NO-ORDER, LS-ACTOR, WS-MASTER-RESULT,
                   WS-MASTER-COUNT
           END-IF.
           CALL "maintain-board-master" USING "X", LS-SOURCE-BOARD,
               WS-NO-TITLE, WS-NO-DESCRIPTION, WS-NO-ORDER, LS-ACTOR,
               WS-MASTER-RESULT, WS-MASTER-COUNT.
