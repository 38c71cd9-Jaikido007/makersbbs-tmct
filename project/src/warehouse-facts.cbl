       IDENTIFICATION DIVISION.
       PROGRAM-ID. warehouse-facts.
      ******************************************************************
      *----SUB PROGRAM FOR THE NIGHTLY DATA-WAREHOUSE EXTRACT THAT-----*
      *----WRITES THE FACT FILES: LEDGER ROWS, POSTS, COMMENTS,--------*
      *----SIGN-INS AND GAME WAGERS FOR THE RUN'S DATE WINDOW (OR------*
      *----EVERYTHING ON FILE FOR A FULL REFRESH), PLUS WHOLE----------*
      *----SNAPSHOTS OF VOTES AND EVENT RSVPS, WHICH CARRY NO DATE.----*
      *----EACH FILE IS PIPE-DELIMITED WITH AN H FIELD-NAME HEADER, D--*
      *----DATA ROWS KEYED ON THE WAREHOUSE SURROGATE KEYS FROM--------*
      *----WAREHOUSE-KEY, AND A T CONTROL RECORD OF ROW COUNT AND------*
      *----VALUE TOTALS SO THE LOAD CAN BE RECONCILED------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-MSG-ARCHIVE-FILE ASSIGN TO
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

           SELECT OPTIONAL F-LOGIN-AUDIT-FILE ASSIGN TO
             "login-audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SESSIONS-FILE ASSIGN TO
             "game-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-EVENTS-FILE ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RSVPS-FILE ASSIGN TO "event-rsvps.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-OUT-FILE ASSIGN TO WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARCHIVE-FILE.
           01 ARC-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 RC-TRUNCATED PIC X.

           FD F-MSG-ARCHIVE-FILE.
           01 MA-MESSAGE.
             05 MA-ID PIC 9(7).
             05 MA-TITLE PIC X(50).
             05 MA-CONTENT PIC X(300).
             05 MA-USERNAME PIC X(16).
             05 MA-DATE PIC X(10).
             05 MA-BOARD-CODE PIC X(10).
             05 MA-TRUNCATED PIC X.

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

           FD F-LOGIN-AUDIT-FILE.
           01 LA-ENTRY.
               05 LA-DY PIC X(2).
               05 LA-MTH PIC X(2).
               05 LA-YR PIC X(4).
               05 LA-HR PIC X(2).
               05 LA-MIN PIC X(2).
               05 LA-USERNAME PIC X(16).
               05 LA-RESULT-FLAG PIC X(1).

           FD F-SESSIONS-FILE.
           01 GS-ENTRY.
              05 GS-ID PIC 9(6).
              05 GS-USERNAME PIC X(16).
              05 GS-GAME PIC X(4).
              05 GS-DIFFICULTY PIC X(1).
              05 GS-TARGET PIC X(20).
              05 FILLER PIC X(480).
              05 GS-DATE PIC 9(8).
              05 GS-TIME PIC 9(6).
              05 GS-STAKE PIC 9(6).
              05 GS-STAKE-TRANS-ID PIC 9(6).
              05 GS-PAYOUT PIC 9(6).
              05 GS-PAYOUT-TRANS-ID PIC 9(6).
              05 GS-OUTCOME PIC X(1).
              05 GS-MOVE-COUNT PIC 9(3).

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

           FD F-OUT-FILE.
           01 OUT-LINE PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-OUT-NAME PIC X(30).
           01 WS-OUT-LINE PIC X(200).
           01 WS-MODE PIC X(4).
           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE PIC X(8).
           01 WS-IN-WINDOW PIC 9.
           01 WS-MSG-FOUND PIC 9.

      *>    CONTROL TOTALS FOR THE FILE BEING WRITTEN.
           01 WS-ROWS PIC 9(7).
           01 WS-TOTAL-1 PIC 9(9).
           01 WS-TOTAL-2 PIC 9(9).

      *>    SURROGATE KEY LOOKUPS THROUGH WAREHOUSE-KEY.
           01 WS-KEY-ACTION PIC X(1) VALUE "K".
           01 WS-KEY-TYPE PIC X(1).
           01 WS-KEY-NATURAL PIC X(16).
           01 WS-KEY PIC 9(7).
           01 WS-MEMBER-KEY PIC 9(7).
           01 WS-BOARD-KEY PIC 9(7).
           01 WS-OTHER-KEY PIC 9(7).

           01 WS-CHARS PIC 9(4).
           01 WS-MONEY-1 PIC 9(6).99.
           01 WS-MONEY-2 PIC 9(6).99.
           01 WS-NET PIC 9(6)V99.
           01 WS-VAT PIC 9(6)V99.

      *>    EVENT DATES AND PRICES FOR THE RSVP ROWS.
           01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-TABLE.
               05 WS-EVENT-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-EVENT-COUNT.
                   10 WS-EVT-MSG-ID PIC 9(7).
                   10 WS-EVT-DATE PIC 9(8).
                   10 WS-EVT-PRICE PIC 9(6).
           01 WS-EVENT-IDX PIC 9(4).
           01 WS-EVENT-DATE PIC 9(8).
           01 WS-EVENT-PRICE PIC 9(6).

           LINKAGE SECTION.
      *>    1 = FULL REFRESH, EVERY DATED ROW ON FILE; 0 = ONLY ROWS
      *>    DATED LS-FROM TO LS-TO
           01 LS-FULL PIC 9.
           01 LS-FROM PIC 9(8).
           01 LS-TO PIC 9(8).
      *>    THE EARLIEST DATE ON ANY FACT WRITTEN, FOR THE DATE
      *>    DIMENSION; 0 IF NONE
           01 LS-EARLIEST PIC 9(8).

       PROCEDURE DIVISION USING LS-FULL, LS-FROM, LS-TO, LS-EARLIEST.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE 0 TO LS-EARLIEST.

           IF LS-FULL = 1 THEN
               MOVE "FULL" TO WS-MODE
           ELSE
               MOVE "INCR" TO WS-MODE
           END-IF.

           PERFORM EXTRACT-LEDGER.
           PERFORM EXTRACT-POSTS.
           PERFORM EXTRACT-COMMENTS.
           PERFORM EXTRACT-SIGNINS.
           PERFORM EXTRACT-WAGERS.

      *>    VOTES AND RSVPS CARRY NO DATE ON FILE, SO THEY CANNOT BE
      *>    CUT BY BUSINESS DATE AND GO OUT WHOLE EVERY NIGHT.
           MOVE "SNAP" TO WS-MODE.
           PERFORM EXTRACT-VOTES.
           PERFORM EXTRACT-RSVPS.

           GOBACK.

      *>    THE DAY'S LEDGER HAS BEEN ROLLED ONTO THE ARCHIVE BY
      *>    END-OF-DAY-BATCH, SO THE ARCHIVE IS THE WHOLE LEDGER.
       EXTRACT-LEDGER.
           MOVE "dw-fact-ledger.dat" TO WS-OUT-NAME.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "H|LEDGER_ID|DATE_KEY|MEMBER_KEY|TARIFF_KEY|"
               "ENTRY_TYPE|CHARGE|CREDITS|NET|VAT"
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE SPACES TO WS-ROW-DATE-X
                       STRING ARC-YR ARC-MTH ARC-DY DELIMITED BY SIZE
                           INTO WS-ROW-DATE-X
                       PERFORM CHECK-WINDOW
                       IF WS-IN-WINDOW = 1 THEN
                           PERFORM WRITE-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

           PERFORM CLOSE-FACT-FILE.

       WRITE-LEDGER-ROW.
           MOVE "M" TO WS-KEY-TYPE.
           MOVE ARC-USERNAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-MEMBER-KEY.
           MOVE "T" TO WS-KEY-TYPE.
           MOVE ARC-TRANS-TARIFF TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-OTHER-KEY.

           MOVE 0 TO WS-NET.
           MOVE 0 TO WS-VAT.
           IF ARC-TRANS-NET IS NUMERIC THEN
               MOVE ARC-TRANS-NET TO WS-NET
           END-IF.
           IF ARC-TRANS-VAT IS NUMERIC THEN
               MOVE ARC-TRANS-VAT TO WS-VAT
           END-IF.
           MOVE WS-NET TO WS-MONEY-1.
           MOVE WS-VAT TO WS-MONEY-2.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" ARC-TRANS-ID "|" WS-ROW-DATE "|"
               WS-MEMBER-KEY "|" WS-OTHER-KEY "|" ARC-ENTRY-TYPE "|"
               ARC-CHARGE "|" ARC-CREDITS-GRANTED "|" WS-MONEY-1 "|"
               WS-MONEY-2 DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           ADD ARC-CHARGE TO WS-TOTAL-1.
           ADD ARC-CREDITS-GRANTED TO WS-TOTAL-2.

      *>    LIVE POSTS, AND ON A FULL REFRESH THE POSTS ALREADY ROLLED
      *>    OFF THE BOARD INTO MESSAGES-ARCHIVE.DAT AS WELL.
       EXTRACT-POSTS.
           MOVE "dw-fact-posts.dat" TO WS-OUT-NAME.
           MOVE "H|POST_ID|DATE_KEY|MEMBER_KEY|BOARD_KEY|CHARACTERS"
             TO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM WRITE-POST-ROW
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.

           IF LS-FULL = 1 THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-MSG-ARCHIVE-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MSG-ARCHIVE-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           MOVE MA-MESSAGE TO RC-MESSAGE
                           PERFORM WRITE-POST-ROW
                   END-READ
               END-PERFORM
               CLOSE F-MSG-ARCHIVE-FILE
           END-IF.

           PERFORM CLOSE-FACT-FILE.

      *>    POSTS ARE DATED DD-MM-YYYY; A POST WITH NO BOARD IS ON
      *>    THE GENERAL BOARD.
       WRITE-POST-ROW.
           MOVE SPACES TO WS-ROW-DATE-X.
           STRING RC-DATE(7:4) RC-DATE(4:2) RC-DATE(1:2)
               DELIMITED BY SIZE INTO WS-ROW-DATE-X.
           PERFORM CHECK-WINDOW.
           IF WS-IN-WINDOW = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-KEY-TYPE.
           MOVE RC-USERNAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-MEMBER-KEY.
           MOVE "B" TO WS-KEY-TYPE.
           MOVE RC-BOARD-CODE TO WS-KEY-NATURAL.
           IF WS-KEY-NATURAL = SPACES THEN
               MOVE "GENERAL" TO WS-KEY-NATURAL
           END-IF.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-BOARD-KEY.

           MOVE 0 TO WS-CHARS.
           IF RC-CONTENT NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(RC-CONTENT TRAILING))
                 TO WS-CHARS
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" RC-ID "|" WS-ROW-DATE "|" WS-MEMBER-KEY "|"
               WS-BOARD-KEY "|" WS-CHARS DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           ADD WS-CHARS TO WS-TOTAL-1.

      *>    A COMMENT TAKES ITS BOARD FROM THE POST IT HANGS OFF; ONE
      *>    WHOSE POST HAS ROLLED OFF THE BOARD GETS THE "NOT KNOWN"
      *>    BOARD KEY.
       EXTRACT-COMMENTS.
           MOVE "dw-fact-comments.dat" TO WS-OUT-NAME.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "H|COMMENT_ID|DATE_KEY|MEMBER_KEY|POST_ID|"
               "BOARD_KEY|CHARACTERS" DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COMMENTS-FILE.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMMENTS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM WRITE-COMMENT-ROW
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.
           CLOSE F-COMMENTS-FILE.

           PERFORM CLOSE-FACT-FILE.

       WRITE-COMMENT-ROW.
           MOVE SPACES TO WS-ROW-DATE-X.
           STRING CM-DATE-POST(7:4) CM-DATE-POST(4:2)
               CM-DATE-POST(1:2) DELIMITED BY SIZE INTO WS-ROW-DATE-X.
           PERFORM CHECK-WINDOW.
           IF WS-IN-WINDOW = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-KEY-TYPE.
           MOVE CM-AUTHOR TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-MEMBER-KEY.

           MOVE 0 TO WS-BOARD-KEY.
           MOVE CM-MSG-ID TO RC-ID.
           MOVE 1 TO WS-MSG-FOUND.
           READ F-MESSAGES-FILE KEY IS RC-ID
               INVALID KEY MOVE 0 TO WS-MSG-FOUND
           END-READ.
           IF WS-MSG-FOUND = 1 THEN
               MOVE "B" TO WS-KEY-TYPE
               MOVE RC-BOARD-CODE TO WS-KEY-NATURAL
               IF WS-KEY-NATURAL = SPACES THEN
                   MOVE "GENERAL" TO WS-KEY-NATURAL
               END-IF
               PERFORM GET-KEY
               MOVE WS-KEY TO WS-BOARD-KEY
           END-IF.

           MOVE 0 TO WS-CHARS.
           IF CM-COMMENT NOT = SPACES THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CM-COMMENT TRAILING))
                 TO WS-CHARS
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" CM-COMMENT-ID "|" WS-ROW-DATE "|"
               WS-MEMBER-KEY "|" CM-MSG-ID "|" WS-BOARD-KEY "|"
               WS-CHARS DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           ADD WS-CHARS TO WS-TOTAL-1.

       EXTRACT-SIGNINS.
           MOVE "dw-fact-signins.dat" TO WS-OUT-NAME.
           MOVE "H|DATE_KEY|TIME|MEMBER_KEY|SUCCEEDED" TO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-LOGIN-AUDIT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LOGIN-AUDIT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE SPACES TO WS-ROW-DATE-X
                       STRING LA-YR LA-MTH LA-DY DELIMITED BY SIZE
                           INTO WS-ROW-DATE-X
                       PERFORM CHECK-WINDOW
                       IF WS-IN-WINDOW = 1 THEN
                           PERFORM WRITE-SIGNIN-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LOGIN-AUDIT-FILE.

           PERFORM CLOSE-FACT-FILE.

       WRITE-SIGNIN-ROW.
           MOVE "M" TO WS-KEY-TYPE.
           MOVE LA-USERNAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-MEMBER-KEY.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" WS-ROW-DATE "|" LA-HR LA-MIN "|"
               WS-MEMBER-KEY "|" LA-RESULT-FLAG DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           IF LA-RESULT-FLAG = "Y" THEN
               ADD 1 TO WS-TOTAL-1
           END-IF.

       EXTRACT-WAGERS.
           MOVE "dw-fact-wagers.dat" TO WS-OUT-NAME.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "H|SESSION_ID|DATE_KEY|MEMBER_KEY|GAME_KEY|STAKE|"
               "PAYOUT|OUTCOME" DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE GS-DATE TO WS-ROW-DATE
                       PERFORM CHECK-WINDOW
                       IF WS-IN-WINDOW = 1 THEN
                           PERFORM WRITE-WAGER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           PERFORM CLOSE-FACT-FILE.

       WRITE-WAGER-ROW.
           MOVE "M" TO WS-KEY-TYPE.
           MOVE GS-USERNAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-MEMBER-KEY.
           MOVE "G" TO WS-KEY-TYPE.
           MOVE GS-GAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.
           MOVE WS-KEY TO WS-OTHER-KEY.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" GS-ID "|" WS-ROW-DATE "|" WS-MEMBER-KEY "|"
               WS-OTHER-KEY "|" GS-STAKE "|" GS-PAYOUT "|" GS-OUTCOME
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           ADD GS-STAKE TO WS-TOTAL-1.
           ADD GS-PAYOUT TO WS-TOTAL-2.

      *>    ONE FILE FOR BOTH KINDS: "P" A VOTE ON A POST, "C" A VOTE
      *>    ON A COMMENT.
       EXTRACT-VOTES.
           MOVE "dw-fact-votes.dat" TO WS-OUT-NAME.
           MOVE "H|VOTE_ON|ITEM_ID|MEMBER_KEY" TO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE "M" TO WS-KEY-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MSG-VOTES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MSG-VOTES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE MV-USERNAME TO WS-KEY-NATURAL
                       PERFORM GET-KEY
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "D|P|" MV-MSG-ID "|" WS-KEY
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-FACT-LINE
                       ADD 1 TO WS-TOTAL-1
               END-READ
           END-PERFORM.
           CLOSE F-MSG-VOTES-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-COMMENT-VOTES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-COMMENT-VOTES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE CV-USERNAME TO WS-KEY-NATURAL
                       PERFORM GET-KEY
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "D|C|" CV-COMMENT-ID "|" WS-KEY
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-FACT-LINE
                       ADD 1 TO WS-TOTAL-2
               END-READ
           END-PERFORM.
           CLOSE F-COMMENT-VOTES-FILE.

           PERFORM CLOSE-FACT-FILE.

      *>    AN RSVP IS DATED BY ITS EVENT; THE VALUE TOTAL IS THE
      *>    TICKET MONEY ON THE RSVPS MARKED PAID.
       EXTRACT-RSVPS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EVENTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EVENTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-EVENT-COUNT < 9999 THEN
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE EV-MSG-ID TO
                             WS-EVT-MSG-ID(WS-EVENT-COUNT)
                           MOVE EV-DATE TO WS-EVT-DATE(WS-EVENT-COUNT)
                           MOVE EV-PRICE TO
                             WS-EVT-PRICE(WS-EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-EVENTS-FILE.

           MOVE "dw-fact-rsvps.dat" TO WS-OUT-NAME.
           MOVE "H|EVENT_ID|DATE_KEY|MEMBER_KEY|STATUS|PAID|PRICE"
             TO WS-OUT-LINE.
           PERFORM OPEN-FACT-FILE.

           MOVE "M" TO WS-KEY-TYPE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RSVPS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RSVPS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM WRITE-RSVP-ROW
               END-READ
           END-PERFORM.
           CLOSE F-RSVPS-FILE.

           PERFORM CLOSE-FACT-FILE.

       WRITE-RSVP-ROW.
           MOVE 0 TO WS-EVENT-DATE.
           MOVE 0 TO WS-EVENT-PRICE.
           MOVE 0 TO WS-EVENT-IDX.
           PERFORM UNTIL WS-EVENT-IDX = WS-EVENT-COUNT
               ADD 1 TO WS-EVENT-IDX
               IF WS-EVT-MSG-ID(WS-EVENT-IDX) = ER-MSG-ID THEN
                   MOVE WS-EVT-DATE(WS-EVENT-IDX) TO WS-EVENT-DATE
                   MOVE WS-EVT-PRICE(WS-EVENT-IDX) TO WS-EVENT-PRICE
               END-IF
           END-PERFORM.

           MOVE ER-USERNAME TO WS-KEY-NATURAL.
           PERFORM GET-KEY.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "D|" ER-MSG-ID "|" WS-EVENT-DATE "|" WS-KEY "|"
               ER-STATUS "|" ER-PAID "|" WS-EVENT-PRICE
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-FACT-LINE.
           IF ER-PAID = "Y" THEN
               ADD WS-EVENT-PRICE TO WS-TOTAL-1
           END-IF.

      *>    A ROW WITH NO PROPER DATE IS LEFT OUT OF AN INCREMENTAL
      *>    RUN AND OUT OF THE EARLIEST-DATE TRACKING, BUT A FULL
      *>    REFRESH STILL CARRIES IT.
       CHECK-WINDOW.
           MOVE 0 TO WS-IN-WINDOW.
           IF WS-ROW-DATE-X IS NOT NUMERIC THEN
               MOVE 0 TO WS-ROW-DATE
               IF LS-FULL = 1 THEN
                   MOVE 1 TO WS-IN-WINDOW
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LS-FULL = 1 OR
              (WS-ROW-DATE >= LS-FROM AND WS-ROW-DATE <= LS-TO) THEN
               MOVE 1 TO WS-IN-WINDOW
               IF WS-ROW-DATE > 0 AND
                  (LS-EARLIEST = 0 OR WS-ROW-DATE < LS-EARLIEST) THEN
                   MOVE WS-ROW-DATE TO LS-EARLIEST
               END-IF
           END-IF.

       GET-KEY.
           CALL "warehouse-key" USING WS-KEY-ACTION, WS-KEY-TYPE,
               WS-KEY-NATURAL, WS-KEY.

       OPEN-FACT-FILE.
           MOVE 0 TO WS-ROWS.
           MOVE 0 TO WS-TOTAL-1.
           MOVE 0 TO WS-TOTAL-2.
           OPEN OUTPUT F-OUT-FILE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.

       WRITE-FACT-LINE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.
           ADD 1 TO WS-ROWS.

      *>    THE CONTROL RECORD: ROW COUNT, THE FILE'S TWO VALUE
      *>    TOTALS, AND WHAT WAS CUT -- FULL, INCREMENTAL FROM/TO, OR
      *>    A WHOLE-FILE SNAPSHOT.
       CLOSE-FACT-FILE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "T|" WS-ROWS "|" WS-TOTAL-1 "|" WS-TOTAL-2 "|"
               WS-MODE "|" LS-FROM "|" LS-TO DELIMITED BY SIZE
               INTO WS-OUT-LINE.
           MOVE WS-OUT-LINE TO OUT-LINE.
           WRITE OUT-LINE.
           CLOSE F-OUT-FILE.
