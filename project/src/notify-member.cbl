       IDENTIFICATION DIVISION.
       PROGRAM-ID. notify-member.
      ******************************************************************
      *----SUB PROGRAM THAT TELLS A MEMBER SOMETHING HAS HAPPENED,-----*
      *----BY THE CHANNEL THEY CHOSE FOR THAT SOURCE ON THE------------*
      *----NOTIFICATION PREFERENCES SCREEN: ON SCREEN BUMPS THEIR------*
      *----COUNT IN NOTIFICATIONS.DAT THROUGH RECORD-NOTIFICATION,-----*
      *----BY LETTER QUEUES AN ITEM FOR THE MAILING HOUSE--------------*
      *----(QUEUE-MAIL-ITEM DROPS ONE ALREADY PENDING), BOTH DOES------*
      *----BOTH AND NONE DOES NOTHING. SOURCE IS REPL, MENT, SUBS,-----*
      *----TICK, EVNT, AUCT OR BCST, OR ONE OF THE SOURCES WITH NO-----*
      *----PREFERENCE OF THEIR OWN: GAME (A TIC-TAC-TOE CHALLENGE------*
      *----OR MOVE) GOES BOTH WAYS, MRKT (A MARKET LISTING EXPIRED)----*
      *----AND WARN (A MODERATION WARNING) ON SCREEN ONLY, AS THEIR----*
      *----CALLERS SEND THEIR OWN LETTER. ANYTHING ELSE IS TREATED-----*
      *----AS A PLAIN NEW-REPLY NOTICE---------------------------------*
      ******************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-CHANNELS PIC X(7).
           01 WS-CHANNEL PIC X(1).
           01 WS-SRC-IDX PIC 99.
           01 WS-SOURCE-IDX PIC 99.

      *>    THE FIRST SEVEN ARE IN THE SAME ORDER AS THE BYTES IN
      *>    NOTIFICATION-PREFS.DAT. THE REST HAVE NO BYTE THERE AND
      *>    ALWAYS GO BY THE FIXED CHANNEL IN THEIR LAST COLUMN.
           01 WS-SOURCE-VALUES.
               05 FILLER PIC X(4) VALUE "REPL".
               05 FILLER PIC X(8) VALUE "REPLY".
               05 FILLER PIC X(60) VALUE
                  "New replies are waiting for you on the board".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "MENT".
               05 FILLER PIC X(8) VALUE "MENTION".
               05 FILLER PIC X(60) VALUE
                  "Somebody mentioned you on the board".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "SUBS".
               05 FILLER PIC X(8) VALUE "SUBSCRIB".
               05 FILLER PIC X(60) VALUE
                  "There is new activity where you subscribe".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "TICK".
               05 FILLER PIC X(8) VALUE "TICKET".
               05 FILLER PIC X(60) VALUE
                  "There is a reply on your support ticket".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "EVNT".
               05 FILLER PIC X(8) VALUE "EVENT".
               05 FILLER PIC X(60) VALUE
                  "An event you are booked on has changed".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "AUCT".
               05 FILLER PIC X(8) VALUE "OUTBID".
               05 FILLER PIC X(60) VALUE
                  "You have been outbid at auction".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "BCST".
               05 FILLER PIC X(8) VALUE "BROADCST".
               05 FILLER PIC X(60) VALUE
                  "A new notice from the FriendFace team".
               05 FILLER PIC X(1) VALUE " ".
               05 FILLER PIC X(4) VALUE "GAME".
               05 FILLER PIC X(8) VALUE "GAME".
               05 FILLER PIC X(60) VALUE
                  "There is news in one of your tic-tac-toe matches".
               05 FILLER PIC X(1) VALUE "B".
               05 FILLER PIC X(4) VALUE "MRKT".
               05 FILLER PIC X(8) VALUE "LISTEXP".
               05 FILLER PIC X(60) VALUE
                  "One of your market listings has expired".
               05 FILLER PIC X(1) VALUE "S".
               05 FILLER PIC X(4) VALUE "WARN".
               05 FILLER PIC X(8) VALUE "WARNING".
               05 FILLER PIC X(60) VALUE
                  "There is a moderation notice on your account".
               05 FILLER PIC X(1) VALUE "S".
           01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
               05 WS-SOURCE-ENTRY OCCURS 10 TIMES.
                   10 WS-SRC-CODE PIC X(4).
                   10 WS-SRC-MAIL-TYPE PIC X(8).
                   10 WS-SRC-MAIL-TEXT PIC X(60).
                   10 WS-SRC-FIXED PIC X(1).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-SOURCE PIC X(4).

       PROCEDURE DIVISION USING LS-USERNAME, LS-SOURCE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-SOURCE-IDX.

           MOVE 0 TO WS-SRC-IDX.
           PERFORM UNTIL WS-SRC-IDX = 10
               ADD 1 TO WS-SRC-IDX
               IF WS-SRC-CODE(WS-SRC-IDX) = LS-SOURCE THEN
                   MOVE WS-SRC-IDX TO WS-SOURCE-IDX
               END-IF
           END-PERFORM.

           IF WS-SOURCE-IDX = 0 THEN
               MOVE 1 TO WS-SOURCE-IDX
           END-IF.

           IF WS-SRC-FIXED(WS-SOURCE-IDX) NOT = SPACE THEN
               MOVE WS-SRC-FIXED(WS-SOURCE-IDX) TO WS-CHANNEL
           ELSE
               CALL "set-notification-prefs" USING "G", LS-USERNAME,
                   WS-CHANNELS
               MOVE WS-CHANNELS(WS-SOURCE-IDX:1) TO WS-CHANNEL
           END-IF.

      *>    A BROADCAST'S ON-SCREEN SIDE IS THE NOTICE AT SIGN-IN,
      *>    NOT THE NEW-REPLY COUNT.
           IF (WS-CHANNEL = "S" OR "B") AND LS-SOURCE NOT = "BCST" THEN
               CALL "record-notification" USING LS-USERNAME
           END-IF.

           IF WS-CHANNEL = "L" OR "B" THEN
               CALL "queue-mail-item" USING LS-USERNAME,
                   WS-SRC-MAIL-TYPE(WS-SOURCE-IDX),
                   WS-SRC-MAIL-TEXT(WS-SOURCE-IDX)
           END-IF.

           GOBACK.
