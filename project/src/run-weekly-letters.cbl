       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-weekly-letters.
      ******************************************************************
      *----NIGHTLY STEP RUN FROM END-OF-DAY-BATCH BEFORE THE MAIL------*
      *----EXTRACT. EVERY MEMBER WHO HAS OPTED IN TO THE WEEKLY--------*
      *----ACTIVITY LETTER (WEEKLY-LETTERS.DAT) AND WAS LAST LOOKED AT-*
      *----SEVEN OR MORE DAYS AGO GETS THE PAST SEVEN DAYS COUNTED-----*
      *----FROM THEIR OWN CORNER OF THE BOARD: POSTS BY MEMBERS THEY---*
      *----FOLLOW, NEW POSTS ON BOARDS AND NEW COMMENTS IN THREADS-----*
      *----THEY SUBSCRIBE TO, @MENTIONS IN POSTS THEY HAVE NOT OPENED,-*
      *----COMMENTS LEFT ON THEIR OWN POSTS, AND EVENTS THEY ARE-------*
      *----BOOKED ON IN THE WEEK AHEAD. A BLOCKED AUTHOR, A BOARD THE--*
      *----MEMBER CANNOT SEE AND THE MEMBER'S OWN ACTIVITY NEVER-------*
      *----COUNT. A MEMBER WITH SOMETHING TO REPORT HAS ONE LETTER-----*
      *----QUEUED THROUGH QUEUE-MAIL-ITEM, WORDED FROM THE TEXT--------*
      *----CATALOGUE IN THEIR LANGUAGE AND TYPED "WEEKLY" PLUS THE-----*
      *----LANGUAGE CODE SO THE MAILING HOUSE PICKS THE MATCHING-------*
      *----TEMPLATE; A MEMBER WITH NOTHING NEW GETS NO LETTER. EITHER--*
      *----WAY THE ROW IS STAMPED WITH TODAY, SO A RERUN SENDS NOTHING-*
      *----TWICE-------------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LETTERS-FILE ASSIGN TO
             "weekly-letters.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-FOLLOWERS-FILE ASSIGN TO "followers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SUBSCRIPTIONS-FILE ASSIGN TO
             "subscriptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-COMMENTS-FILE ASSIGN TO "comments.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-COM-COMMENT-ID
             ALTERNATE RECORD KEY IS RC-COM-ID WITH DUPLICATES.

           SELECT OPTIONAL F-MENTIONS-FILE ASSIGN TO "mentions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EVENTS-FILE ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RSVPS-FILE ASSIGN TO "event-rsvps.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LETTERS-FILE.
           01 WL-ENTRY.
              05 WL-USERNAME PIC X(16).
              05 WL-OPT-IN PIC X(1).
              05 WL-LAST-RUN PIC 9(8).

           FD F-FOLLOWERS-FILE.
           01 FW-ENTRY.
              05 FW-FOLLOWER PIC X(16).
              05 FW-FOLLOWED PIC X(16).

           FD F-SUBSCRIPTIONS-FILE.
           01 SB-ENTRY.
              05 SB-USERNAME PIC X(16).
              05 SB-TYPE PIC X(1).
              05 SB-TARGET PIC X(10).

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 FILLER PIC X.

           FD F-COMMENTS-FILE.
           01 RC-COMMENT-ENTRY.
             05 RC-COM-ID PIC 9(7).
             05 RC-COM-AUTHOR PIC X(16).
             05 RC-COM-DATE PIC X(10).
             05 RC-COM-TEXT PIC X(50).
             05 RC-COM-COMMENT-ID PIC 9999.
             05 RC-COM-PARENT-ID PIC 9999.

           FD F-MENTIONS-FILE.
           01 MN-ENTRY.
              05 MN-USERNAME PIC X(16).
              05 MN-SOURCE-TYPE PIC X(1).
              05 MN-SOURCE-ID PIC 9(7).
              05 MN-AUTHOR PIC X(16).
              05 MN-DATE PIC 9(8).

           FD F-EVENTS-FILE.
           01 EV-ENTRY.
              05 EV-MSG-ID PIC 9(7).
              05 EV-DATE PIC 9(8).
              05 EV-VENUE PIC X(30).
              05 EV-CAPACITY PIC 9(3).
              05 EV-STATUS PIC X(1).
              05 EV-PRICE PIC 9(6).

           FD F-RSVPS-FILE.
           01 ER-ENTRY.
              05 ER-MSG-ID PIC 9(7).
              05 ER-USERNAME PIC X(16).
              05 ER-STATUS PIC X(1).
              05 ER-PAID PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-LAST-INT PIC 9(7).
           01 WS-WEEK-START PIC 9(8).
           01 WS-WEEK-AHEAD PIC 9(8).
           01 WS-POST-DATE PIC 9(8).
           01 WS-MSG-FOUND PIC 9.

      *>    THE MEMBERS DUE A LETTER TONIGHT, WITH THEIR TALLIES.
           01 WS-WL-COUNT PIC 9(4) VALUE 0.
           01 WS-WL-TABLE.
               05 WS-WL-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-WL-COUNT.
                   10 WS-WL-USERNAME PIC X(16).
                   10 WS-WL-LANG PIC X(2).
                   10 WS-WL-LEVEL PIC X(3).
                   10 WS-WL-FOLLOWS PIC 9(4).
                   10 WS-WL-SUBS PIC 9(4).
                   10 WS-WL-MENTIONS PIC 9(4).
                   10 WS-WL-COMMENTS PIC 9(4).
                   10 WS-WL-EVENTS PIC 9(4).
           01 WS-WL-IDX PIC 9(4).

      *>    WHO EACH OF THEM FOLLOWS, AND WHAT THEY SUBSCRIBE TO.
           01 WS-FW-COUNT PIC 9(4) VALUE 0.
           01 WS-FW-TABLE.
               05 WS-FW-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-FW-COUNT.
                   10 WS-FW-MEMBER PIC 9(4).
                   10 WS-FW-FOLLOWED PIC X(16).
           01 WS-FW-IDX PIC 9(4).

           01 WS-SB-COUNT PIC 9(4) VALUE 0.
           01 WS-SB-TABLE.
               05 WS-SB-ROW OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SB-COUNT.
                   10 WS-SB-MEMBER PIC 9(4).
                   10 WS-SB-TYPE PIC X(1).
                   10 WS-SB-TARGET PIC X(10).
           01 WS-SB-IDX PIC 9(4).

      *>    LIVE EVENTS FALLING IN THE WEEK AHEAD.
           01 WS-EV-COUNT PIC 9(4) VALUE 0.
           01 WS-EV-TABLE.
               05 WS-EV-MSG-ID PIC 9(7) OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-EV-COUNT.
           01 WS-EV-IDX PIC 9(4).

           01 WS-LOOKUP-NAME PIC X(16).
           01 WS-VIP-EXPIRY PIC 9(8).
           01 WS-LANG-ACTION PIC X(1) VALUE "G".
           01 WS-BLOCK-FLAG PIC 9.
           01 WS-BOARD-ALLOWED PIC 9.
           01 WS-READ-FLAG PIC 9.
           01 WS-SEEN-COMMENTS PIC 9(4).

           01 WS-TXT-CODE PIC X(8).
           01 WS-TXT-LABEL PIC X(60).
           01 WS-LINE-COUNT PIC 9(4).
           01 WS-COUNT-ED PIC ZZZ9.
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-MAIL-PTR PIC 99.
           01 WS-MAIL-TYPE PIC X(8).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-WL-COUNT.
           MOVE 0 TO WS-FW-COUNT.
           MOVE 0 TO WS-SB-COUNT.
           MOVE 0 TO WS-EV-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-WEEK-START =
             FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7).
           COMPUTE WS-WEEK-AHEAD =
             FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 7).

           PERFORM LOAD-DUE-MEMBERS.
           IF WS-WL-COUNT = 0 THEN
               GOBACK
           END-IF.

           PERFORM LOAD-FOLLOWS.
           PERFORM LOAD-SUBSCRIPTIONS.
           PERFORM COUNT-NEW-POSTS.
           PERFORM COUNT-NEW-COMMENTS.
           PERFORM COUNT-MENTIONS.
           PERFORM LOAD-UPCOMING-EVENTS.
           PERFORM COUNT-BOOKINGS.

           MOVE 0 TO WS-WL-IDX.
           PERFORM UNTIL WS-WL-IDX = WS-WL-COUNT
               ADD 1 TO WS-WL-IDX
               PERFORM SEND-ONE-LETTER
           END-PERFORM.

           PERFORM STAMP-DUE-MEMBERS.

           GOBACK.

      *>    A MEMBER NEVER LOOKED AT BEFORE IS DUE AT ONCE; AFTER
      *>    THAT, ONCE EVERY SEVEN DAYS.
       LOAD-DUE-MEMBERS.
           OPEN INPUT F-LETTERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LETTERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WL-OPT-IN = "Y" THEN
                           PERFORM CHECK-ONE-DUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LETTERS-FILE.

       CHECK-ONE-DUE.
           IF WL-LAST-RUN NOT = 0 THEN
               COMPUTE WS-LAST-INT =
                 FUNCTION INTEGER-OF-DATE(WL-LAST-RUN)
               IF WS-TODAY-INT - WS-LAST-INT < 7 THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-WL-COUNT.
           MOVE WL-USERNAME TO WS-WL-USERNAME(WS-WL-COUNT).
           MOVE 0 TO WS-WL-FOLLOWS(WS-WL-COUNT).
           MOVE 0 TO WS-WL-SUBS(WS-WL-COUNT).
           MOVE 0 TO WS-WL-MENTIONS(WS-WL-COUNT).
           MOVE 0 TO WS-WL-COMMENTS(WS-WL-COUNT).
           MOVE 0 TO WS-WL-EVENTS(WS-WL-COUNT).
           CALL "set-language" USING WS-LANG-ACTION,
               WS-WL-USERNAME(WS-WL-COUNT), WS-WL-LANG(WS-WL-COUNT).
           CALL "account-status-check" USING
               WS-WL-USERNAME(WS-WL-COUNT), WS-WL-LEVEL(WS-WL-COUNT),
               WS-VIP-EXPIRY.

       LOAD-FOLLOWS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-FOLLOWERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FOLLOWERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE FW-FOLLOWER TO WS-LOOKUP-NAME
                       PERFORM FIND-DUE-MEMBER
                       IF WS-WL-IDX > 0 THEN
                           ADD 1 TO WS-FW-COUNT
                           MOVE WS-WL-IDX TO WS-FW-MEMBER(WS-FW-COUNT)
                           MOVE FW-FOLLOWED TO
                             WS-FW-FOLLOWED(WS-FW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-FOLLOWERS-FILE.

       LOAD-SUBSCRIPTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUBSCRIPTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUBSCRIPTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE SB-USERNAME TO WS-LOOKUP-NAME
                       PERFORM FIND-DUE-MEMBER
                       IF WS-WL-IDX > 0 THEN
                           ADD 1 TO WS-SB-COUNT
                           MOVE WS-WL-IDX TO WS-SB-MEMBER(WS-SB-COUNT)
                           MOVE SB-TYPE TO WS-SB-TYPE(WS-SB-COUNT)
                           MOVE SB-TARGET TO WS-SB-TARGET(WS-SB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SUBSCRIPTIONS-FILE.

      *>    POSTS CARRY THEIR DATE AS DD-MM-YYYY; ONLY THE PAST
      *>    SEVEN DAYS COUNT.
       COUNT-NEW-POSTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-DATE(7:4) TO WS-POST-DATE(1:4)
                       MOVE RC-DATE(4:2) TO WS-POST-DATE(5:2)
                       MOVE RC-DATE(1:2) TO WS-POST-DATE(7:2)
                       IF WS-POST-DATE IS NUMERIC AND
                          WS-POST-DATE > WS-WEEK-START AND
                          WS-POST-DATE <= WS-TODAY THEN
                           PERFORM COUNT-ONE-POST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.

       COUNT-ONE-POST.
           MOVE 0 TO WS-FW-IDX.
           PERFORM UNTIL WS-FW-IDX = WS-FW-COUNT
               ADD 1 TO WS-FW-IDX
               IF WS-FW-FOLLOWED(WS-FW-IDX) = RC-USERNAME THEN
                   MOVE WS-FW-MEMBER(WS-FW-IDX) TO WS-WL-IDX
                   PERFORM CHECK-POST-VISIBLE
                   IF WS-BOARD-ALLOWED = 1 THEN
                       ADD 1 TO WS-WL-FOLLOWS(WS-WL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-SB-IDX.
           PERFORM UNTIL WS-SB-IDX = WS-SB-COUNT
               ADD 1 TO WS-SB-IDX
               IF WS-SB-TYPE(WS-SB-IDX) = "B" AND
                  WS-SB-TARGET(WS-SB-IDX) = RC-BOARD-CODE THEN
                   MOVE WS-SB-MEMBER(WS-SB-IDX) TO WS-WL-IDX
                   IF RC-USERNAME NOT = WS-WL-USERNAME(WS-WL-IDX) THEN
                       PERFORM CHECK-POST-VISIBLE
                       IF WS-BOARD-ALLOWED = 1 THEN
                           ADD 1 TO WS-WL-SUBS(WS-WL-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>    LEAVES WS-BOARD-ALLOWED AT 1 ONLY WHEN THE MEMBER HAS NOT
      *>    BLOCKED THE AUTHOR AND CAN SEE THE POST'S BOARD.
       CHECK-POST-VISIBLE.
           MOVE 0 TO WS-BOARD-ALLOWED.
           MOVE 0 TO WS-BLOCK-FLAG.
           CALL "is-blocked" USING WS-WL-USERNAME(WS-WL-IDX),
               RC-USERNAME, WS-BLOCK-FLAG.
           IF WS-BLOCK-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-BOARD-ALLOWED.
           CALL "check-board-access" USING RC-BOARD-CODE,
               WS-WL-USERNAME(WS-WL-IDX), WS-WL-LEVEL(WS-WL-IDX),
               WS-BOARD-ALLOWED.

      *>    A COMMENT COUNTS FOR THE MEMBER WHOSE POST IT IS UNDER
      *>    AND FOR EVERY OTHER MEMBER SUBSCRIBED TO THAT THREAD.
      *>    THE POST ITSELF IS READ BY KEY FOR ITS OWNER AND BOARD.
       COUNT-NEW-COMMENTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           OPEN INPUT F-COMMENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMMENTS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE RC-COM-DATE(7:4) TO WS-POST-DATE(1:4)
                       MOVE RC-COM-DATE(4:2) TO WS-POST-DATE(5:2)
                       MOVE RC-COM-DATE(1:2) TO WS-POST-DATE(7:2)
                       IF WS-POST-DATE IS NUMERIC AND
                          WS-POST-DATE > WS-WEEK-START AND
                          WS-POST-DATE <= WS-TODAY THEN
                           PERFORM COUNT-ONE-COMMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-COMMENTS-FILE.
           CLOSE F-MESSAGES-FILE.

       COUNT-ONE-COMMENT.
           MOVE 1 TO WS-MSG-FOUND.
           MOVE RC-COM-ID TO RC-ID.
           READ F-MESSAGES-FILE KEY IS RC-ID
               INVALID KEY MOVE 0 TO WS-MSG-FOUND
           END-READ.
           IF WS-MSG-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SB-IDX.
           PERFORM UNTIL WS-SB-IDX = WS-SB-COUNT
               ADD 1 TO WS-SB-IDX
               IF WS-SB-TYPE(WS-SB-IDX) = "M" AND
                  WS-SB-TARGET(WS-SB-IDX)(1:7) = RC-COM-ID THEN
                   MOVE WS-SB-MEMBER(WS-SB-IDX) TO WS-WL-IDX
                   IF RC-COM-AUTHOR NOT = WS-WL-USERNAME(WS-WL-IDX) AND
                      RC-USERNAME NOT = WS-WL-USERNAME(WS-WL-IDX) THEN
                       PERFORM CHECK-COMMENT-VISIBLE
                       IF WS-BOARD-ALLOWED = 1 THEN
                           ADD 1 TO WS-WL-SUBS(WS-WL-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE RC-USERNAME TO WS-LOOKUP-NAME.
           PERFORM FIND-DUE-MEMBER.
           IF WS-WL-IDX > 0 AND RC-COM-AUTHOR NOT = RC-USERNAME THEN
               MOVE 0 TO WS-BLOCK-FLAG
               CALL "is-blocked" USING WS-WL-USERNAME(WS-WL-IDX),
                   RC-COM-AUTHOR, WS-BLOCK-FLAG
               IF WS-BLOCK-FLAG = 0 THEN
                   ADD 1 TO WS-WL-COMMENTS(WS-WL-IDX)
               END-IF
           END-IF.

       CHECK-COMMENT-VISIBLE.
           MOVE 0 TO WS-BOARD-ALLOWED.
           MOVE 0 TO WS-BLOCK-FLAG.
           CALL "is-blocked" USING WS-WL-USERNAME(WS-WL-IDX),
               RC-COM-AUTHOR, WS-BLOCK-FLAG.
           IF WS-BLOCK-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-BOARD-ALLOWED.
           CALL "check-board-access" USING RC-BOARD-CODE,
               WS-WL-USERNAME(WS-WL-IDX), WS-WL-LEVEL(WS-WL-IDX),
               WS-BOARD-ALLOWED.

      *>    A MENTION IS STILL UNREAD WHILE THE MEMBER HAS NOT
      *>    OPENED THE POST IT POINTS AT (A COMMENT'S MENTION POINTS
      *>    AT THE POST IT SITS UNDER).
       COUNT-MENTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MENTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MENTIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF MN-DATE > WS-WEEK-START AND
                          MN-DATE <= WS-TODAY THEN
                           MOVE MN-USERNAME TO WS-LOOKUP-NAME
                           PERFORM FIND-DUE-MEMBER
                           IF WS-WL-IDX > 0 THEN
                               PERFORM COUNT-ONE-MENTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MENTIONS-FILE.

       COUNT-ONE-MENTION.
           MOVE 0 TO WS-BLOCK-FLAG.
           CALL "is-blocked" USING WS-WL-USERNAME(WS-WL-IDX),
               MN-AUTHOR, WS-BLOCK-FLAG.
           IF WS-BLOCK-FLAG = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-READ-FLAG.
           CALL "check-message-read" USING WS-WL-USERNAME(WS-WL-IDX),
               MN-SOURCE-ID, WS-READ-FLAG, WS-SEEN-COMMENTS.
           IF WS-READ-FLAG = 0 THEN
               ADD 1 TO WS-WL-MENTIONS(WS-WL-IDX)
           END-IF.

       LOAD-UPCOMING-EVENTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EV-STATUS = "A" AND
                          EV-DATE >= WS-TODAY AND
                          EV-DATE <= WS-WEEK-AHEAD THEN
                           ADD 1 TO WS-EV-COUNT
                           MOVE EV-MSG-ID TO WS-EV-MSG-ID(WS-EV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

      *>    ONLY A CONFIRMED PLACE COUNTS -- NOT THE WAITING LIST.
       COUNT-BOOKINGS.
           IF WS-EV-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ER-STATUS = "A" THEN
                           MOVE ER-USERNAME TO WS-LOOKUP-NAME
                           PERFORM FIND-DUE-MEMBER
                           IF WS-WL-IDX > 0 THEN
                               PERFORM COUNT-ONE-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-RSVPS-FILE.

       COUNT-ONE-BOOKING.
           MOVE 0 TO WS-EV-IDX.
           PERFORM UNTIL WS-EV-IDX = WS-EV-COUNT
               ADD 1 TO WS-EV-IDX
               IF WS-EV-MSG-ID(WS-EV-IDX) = ER-MSG-ID THEN
                   ADD 1 TO WS-WL-EVENTS(WS-WL-IDX)
                   MOVE WS-EV-COUNT TO WS-EV-IDX
               END-IF
           END-PERFORM.

      *>    SETS WS-WL-IDX TO THE DUE MEMBER NAMED IN WS-LOOKUP-NAME,
      *>    OR 0 WHEN THEY ARE NOT DUE A LETTER TONIGHT.
       FIND-DUE-MEMBER.
           MOVE 0 TO WS-WL-IDX.
           PERFORM UNTIL WS-WL-IDX = WS-WL-COUNT
               ADD 1 TO WS-WL-IDX
               IF WS-WL-USERNAME(WS-WL-IDX) = WS-LOOKUP-NAME THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-WL-IDX.

      *>    ONE LINE PER THING THAT HAPPENED, EACH CAPTION FROM THE
      *>    TEXT CATALOGUE IN THE MEMBER'S LANGUAGE (ENGLISH WHEN
      *>    THERE IS NO ROW), RUN TOGETHER INTO THE LETTER TEXT.
       SEND-ONE-LETTER.
           IF WS-WL-FOLLOWS(WS-WL-IDX) = 0 AND
              WS-WL-SUBS(WS-WL-IDX) = 0 AND
              WS-WL-MENTIONS(WS-WL-IDX) = 0 AND
              WS-WL-COMMENTS(WS-WL-IDX) = 0 AND
              WS-WL-EVENTS(WS-WL-IDX) = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-MAIL-TEXT.
           MOVE 1 TO WS-MAIL-PTR.

           MOVE WS-WL-FOLLOWS(WS-WL-IDX) TO WS-LINE-COUNT.
           MOVE "WKLYFOLL" TO WS-TXT-CODE.
           MOVE "followed" TO WS-TXT-LABEL.
           PERFORM ADD-LETTER-LINE.

           MOVE WS-WL-SUBS(WS-WL-IDX) TO WS-LINE-COUNT.
           MOVE "WKLYSUBS" TO WS-TXT-CODE.
           MOVE "subscribed" TO WS-TXT-LABEL.
           PERFORM ADD-LETTER-LINE.

           MOVE WS-WL-MENTIONS(WS-WL-IDX) TO WS-LINE-COUNT.
           MOVE "WKLYMENT" TO WS-TXT-CODE.
           MOVE "@mentions" TO WS-TXT-LABEL.
           PERFORM ADD-LETTER-LINE.

           MOVE WS-WL-COMMENTS(WS-WL-IDX) TO WS-LINE-COUNT.
           MOVE "WKLYCOMM" TO WS-TXT-CODE.
           MOVE "comments" TO WS-TXT-LABEL.
           PERFORM ADD-LETTER-LINE.

           MOVE WS-WL-EVENTS(WS-WL-IDX) TO WS-LINE-COUNT.
           MOVE "WKLYEVNT" TO WS-TXT-CODE.
           MOVE "events" TO WS-TXT-LABEL.
           PERFORM ADD-LETTER-LINE.

           MOVE SPACES TO WS-MAIL-TYPE.
           MOVE "WEEKLY" TO WS-MAIL-TYPE(1:6).
           MOVE WS-WL-LANG(WS-WL-IDX) TO WS-MAIL-TYPE(7:2).
           CALL "queue-mail-item" USING WS-WL-USERNAME(WS-WL-IDX),
               WS-MAIL-TYPE, WS-MAIL-TEXT.

       ADD-LETTER-LINE.
           IF WS-LINE-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "get-screen-text" USING WS-TXT-CODE,
               WS-WL-LANG(WS-WL-IDX), WS-TXT-LABEL.
           MOVE WS-LINE-COUNT TO WS-COUNT-ED.
           IF WS-MAIL-PTR > 1 THEN
               STRING ", " DELIMITED BY SIZE
                   INTO WS-MAIL-TEXT WITH POINTER WS-MAIL-PTR
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TXT-LABEL) DELIMITED BY SIZE
               INTO WS-MAIL-TEXT WITH POINTER WS-MAIL-PTR
           END-STRING.

      *>    EVERY MEMBER LOOKED AT TONIGHT, LETTER OR NOT, STARTS A
      *>    NEW SEVEN DAYS FROM TODAY.
       STAMP-DUE-MEMBERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-LETTERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LETTERS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE WL-USERNAME TO WS-LOOKUP-NAME
                       PERFORM FIND-DUE-MEMBER
                       IF WS-WL-IDX > 0 AND WL-OPT-IN = "Y" THEN
                           MOVE WS-TODAY TO WL-LAST-RUN
                           REWRITE WL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LETTERS-FILE.
