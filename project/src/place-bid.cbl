      *----SUB PROGRAM THAT PLACES A BID ON AN OPEN AUCTION. THE-------*
      *----BIDDER'S CREDITS GO INTO ESCROW THE SAME WAY BUY-LISTING----*
      *----HOLDS A FIXED-PRICE PURCHASE ("H" LEDGER ENTRY), AND THE----*
      *----OUTBID MEMBER -- IF THERE WAS ONE -- GETS THEIR HOLD BACK---*
      *----AT ONCE ("K" LEDGER ENTRY). A BID MUST MEET THE MINIMUM,----*
      *----OR THE STANDING HIGH BID PLUS THE INCREMENT, AND THE--------*
      *----SELLER CANNOT BID ON THEIR OWN LOT. A BIDDER MAY ALSO GIVE--*
      *----A MAXIMUM: THEIR PROXY THEN BIDS FOR THEM IN INCREMENT------*
      *----STEPS ONLY AS FAR AS IT TAKES TO STAY ON TOP, AND ONLY THE--*
      *----WINNING AMOUNT IS EVER HELD. TWO PROXIES ARE SETTLED THERE--*
      *----AND THEN, THE EARLIER ONE KEEPING A TIE. EVERY BID, BY------*
      *----HAND OR BY PROXY, GOES TO AUCTION-BIDS.DAT------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUCTIONS-FILE ASSIGN TO
             "auction-listings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUCTIONS-STATUS.

           SELECT OPTIONAL F-BIDS-FILE ASSIGN TO "auction-bids.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
              05 AU-STATUS PIC X(1).
              05 AU-HIGH-BIDDER PIC X(16).
              05 AU-HIGH-BID PIC 9(6).
              05 AU-HIGH-MAX PIC 9(6).

           FD F-BIDS-FILE.
           01 AB-ENTRY.
              05 AB-AUCTION-ID PIC 9(4).
              05 AB-BIDDER PIC X(16).
              05 AB-AMOUNT PIC 9(6).
              05 AB-STAMP PIC 9(12).
      *>    "Y" = PLACED BY THE BIDDER'S PROXY, "N" = BY HAND
              05 AB-AUTO PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-AUCTIONS-STATUS PIC XX.
           01 WS-LOT-SAVED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-AUCTION-OK PIC 9 VALUE 0.
           01 WS-MIN-BID PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.
           01 WS-REFUND-CREDITS PIC 9(6).
           01 WS-REFUND-FOUND PIC 9.
           01 WS-HIGH-MAX PIC 9(7).
           01 WS-NEW-MAX PIC 9(6).
           01 WS-OPEN-BID PIC 9(6).
           01 WS-WIN-PRICE PIC 9(7).
           01 WS-TOP-UP PIC 9(6).
           01 WS-LEADER-CREDITS PIC 9(6).
           01 WS-LEADER-FOUND PIC 9.
           01 WS-LOT-BIDDER PIC X(16).
           01 WS-LOT-PRICE PIC 9(6).
           01 WS-LOT-MAX PIC 9(6).
           01 WS-LOG-BIDDER PIC X(16).
           01 WS-LOG-AMOUNT PIC 9(6).
           01 WS-LOG-AUTO PIC X.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
           01 LS-BIDDER PIC X(16).
           01 LS-AUCTION-ID PIC 9(4).
           01 LS-BID-AMOUNT PIC 9(6).
      *>    THE MOST THE BIDDER WILL GO TO; ZERO (OR NO MORE THAN
      *>    THE BID ITSELF) IS A PLAIN BID WITH NO PROXY BEHIND IT.
           01 LS-MAX-BID PIC 9(6).
      *>    "Y" = HIGH BID HELD, "N" = NOT AN OPEN AUCTION / OWN
      *>    LOT / PAST ITS CLOSE, "L" = BID TOO LOW,
      *>    "I" = INSUFFICIENT CREDITS, "O" = OUTBID AT ONCE BY A
      *>    STANDING PROXY MAXIMUM, "F" = THE LOT COULD NOT BE
      *>    UPDATED, SO NOTHING WAS TAKEN
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-BIDDER,
           LS-AUCTION-ID, LS-BID-AMOUNT, LS-MAX-BID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
                           MOVE AU-INCREMENT TO WS-INCREMENT
                           MOVE AU-HIGH-BID TO WS-HIGH-BID
                           MOVE AU-HIGH-BIDDER TO WS-HIGH-BIDDER
                           IF AU-HIGH-MAX IS NUMERIC THEN
                               MOVE AU-HIGH-MAX TO WS-HIGH-MAX
                           ELSE
                               MOVE 0 TO WS-HIGH-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               GOBACK
           END-IF.

      *>    A LOT FROM BEFORE PROXIES, OR ONE LED BY A PLAIN BID,
      *>    HAS NO MAXIMUM ABOVE THE STANDING BID.
           IF WS-HIGH-MAX < WS-HIGH-BID THEN
               MOVE WS-HIGH-BID TO WS-HIGH-MAX
           END-IF.
           IF LS-MAX-BID > LS-BID-AMOUNT THEN
               MOVE LS-MAX-BID TO WS-NEW-MAX
           ELSE
               MOVE LS-BID-AMOUNT TO WS-NEW-MAX
           END-IF.

      *>    A MEMBER ALREADY HOLDING THE HIGH BID HAS NOTHING TO
      *>    GAIN BY BIDDING AGAINST THEMSELVES -- BUT THEY MAY RAISE
      *>    THE MAXIMUM THEIR PROXY WILL GO TO.
           IF WS-HIGH-BIDDER = LS-BIDDER THEN
               IF WS-NEW-MAX > WS-HIGH-MAX THEN
                   CALL "find-account" USING LS-BIDDER,
                       WS-BIDDER-CREDITS, WS-BIDDER-FOUND
                   IF WS-NEW-MAX - WS-HIGH-BID > WS-BIDDER-CREDITS
                   THEN
                       MOVE "I" TO LS-RESULT
                       GOBACK
                   END-IF
                   MOVE LS-BIDDER TO WS-LOT-BIDDER
                   MOVE WS-HIGH-BID TO WS-LOT-PRICE
                   MOVE WS-NEW-MAX TO WS-LOT-MAX
                   PERFORM UPDATE-THE-LOT
                   IF WS-LOT-SAVED = 1 THEN
                       MOVE "Y" TO LS-RESULT
                   ELSE
                       MOVE "F" TO LS-RESULT
                   END-IF
               END-IF
               GOBACK
           END-IF.

           ELSE
               COMPUTE WS-NEEDED-BID = WS-HIGH-BID + WS-INCREMENT
           END-IF.
           IF WS-NEW-MAX < WS-NEEDED-BID THEN
               MOVE "L" TO LS-RESULT
               GOBACK
           END-IF.

      *>    THE WHOLE MAXIMUM MUST BE COVERED NOW, EVEN THOUGH ONLY
      *>    THE WINNING AMOUNT IS EVER HELD.
           CALL "find-account" USING LS-BIDDER, WS-BIDDER-CREDITS,
               WS-BIDDER-FOUND.
           IF WS-NEW-MAX > WS-BIDDER-CREDITS THEN
               MOVE "I" TO LS-RESULT
               GOBACK
           END-IF.

      *>    THE BIDDER OPENS AT THEIR OWN BID, OR AT JUST WHAT THE
      *>    LOT NEEDS WHEN THEY ONLY GAVE A MAXIMUM.
           IF LS-BID-AMOUNT > WS-NEEDED-BID THEN
               MOVE LS-BID-AMOUNT TO WS-OPEN-BID
           ELSE
               MOVE WS-NEEDED-BID TO WS-OPEN-BID
           END-IF.

           IF WS-HIGH-BID = 0 OR WS-HIGH-BIDDER = SPACES THEN
               MOVE WS-OPEN-BID TO WS-WIN-PRICE
               PERFORM TAKE-THE-LEAD
               GOBACK
           END-IF.

      *>    THE STANDING PROXY ONLY REACHES AS FAR AS ITS OWNER CAN
      *>    STILL PAY FOR ON TOP OF WHAT IS ALREADY HELD.
           CALL "find-account" USING WS-HIGH-BIDDER, WS-LEADER-CREDITS,
               WS-LEADER-FOUND.
           IF WS-HIGH-MAX > WS-HIGH-BID + WS-LEADER-CREDITS THEN
               COMPUTE WS-HIGH-MAX = WS-HIGH-BID + WS-LEADER-CREDITS
           END-IF.

           IF WS-NEW-MAX > WS-HIGH-MAX THEN
               PERFORM BEAT-THE-PROXY
           ELSE
               PERFORM PROXY-HOLDS
           END-IF.

           GOBACK.

      *>    THE NEW BIDDER'S CEILING IS ABOVE THE STANDING ONE: THE
      *>    OLD PROXY BIDS OUT TO ITS LIMIT, AND THE NEWCOMER TAKES
      *>    THE LOT ONE INCREMENT ABOVE THAT (NEVER PAST THEIR OWN
      *>    MAXIMUM, NEVER BELOW THEIR OWN BID).
       BEAT-THE-PROXY.
           COMPUTE WS-WIN-PRICE = WS-HIGH-MAX + WS-INCREMENT.
           IF WS-WIN-PRICE > WS-NEW-MAX THEN
               MOVE WS-NEW-MAX TO WS-WIN-PRICE
           END-IF.
           IF WS-WIN-PRICE < WS-OPEN-BID THEN
               MOVE WS-OPEN-BID TO WS-WIN-PRICE
           END-IF.
           PERFORM TAKE-THE-LEAD.

      *>    THE STANDING PROXY REACHES AT LEAST AS FAR AS THE NEW
      *>    BIDDER'S MAXIMUM, SO IT ANSWERS AT ONCE -- ONE INCREMENT
      *>    ABOVE, CAPPED AT ITS OWN LIMIT. ON A TIE THE EARLIER
      *>    PROXY KEEPS THE LOT. ONLY THE EXTRA OVER WHAT THE LEADER
      *>    ALREADY HAS HELD COMES OUT OF THEIR BALANCE.
       PROXY-HOLDS.
           COMPUTE WS-WIN-PRICE = WS-NEW-MAX + WS-INCREMENT.
           IF WS-WIN-PRICE > WS-HIGH-MAX THEN
               MOVE WS-HIGH-MAX TO WS-WIN-PRICE
           END-IF.

      *>    THE LOT IS MOVED ON BEFORE ANY CREDITS ARE, SO A LOT
      *>    THAT CANNOT BE WRITTEN LEAVES EVERY BALANCE AS IT WAS.
           IF WS-WIN-PRICE > WS-HIGH-BID THEN
               MOVE WS-HIGH-BIDDER TO WS-LOT-BIDDER
               MOVE WS-WIN-PRICE TO WS-LOT-PRICE
               MOVE WS-HIGH-MAX TO WS-LOT-MAX
               PERFORM UPDATE-THE-LOT
               IF WS-LOT-SAVED = 0 THEN
                   MOVE "F" TO LS-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE LS-BIDDER TO WS-LOG-BIDDER.
           MOVE WS-NEW-MAX TO WS-LOG-AMOUNT.
           IF WS-NEW-MAX = LS-BID-AMOUNT THEN
               MOVE "N" TO WS-LOG-AUTO
           ELSE
               MOVE "Y" TO WS-LOG-AUTO
           END-IF.
           PERFORM RECORD-BID.

           IF WS-WIN-PRICE > WS-HIGH-BID THEN
               COMPUTE WS-TOP-UP = WS-WIN-PRICE - WS-HIGH-BID
               CALL "subtract-credits" USING WS-HIGH-BIDDER, WS-TOP-UP
               COMPUTE WS-POST-BALANCE = WS-LEADER-CREDITS - WS-TOP-UP
               CALL "transactions" USING LS-FORMATTED-DT,
                   WS-HIGH-BIDDER, WS-ZERO-CREDITS, WS-TOP-UP,
                   WS-POST-BALANCE, "H", WS-NO-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT

               MOVE WS-HIGH-BIDDER TO WS-LOG-BIDDER
               MOVE WS-WIN-PRICE TO WS-LOG-AMOUNT
               MOVE "Y" TO WS-LOG-AUTO
               PERFORM RECORD-BID
           END-IF.

           MOVE "O" TO LS-RESULT.

      *>    THE BIDDER BECOMES THE HIGH BIDDER AT WS-WIN-PRICE.
       TAKE-THE-LEAD.
      *>    THE LOT IS MOVED ON FIRST: IF IT CANNOT BE WRITTEN THE
      *>    BID FAILS WITH NO CREDITS TAKEN OR RELEASED.
           MOVE LS-BIDDER TO WS-LOT-BIDDER.
           MOVE WS-WIN-PRICE TO WS-LOT-PRICE.
           MOVE WS-NEW-MAX TO WS-LOT-MAX.
           PERFORM UPDATE-THE-LOT.
           IF WS-LOT-SAVED = 0 THEN
               MOVE "F" TO LS-RESULT
               EXIT PARAGRAPH
           END-IF.

      *>    A STANDING PROXY THAT WAS BEATEN BID OUT TO ITS LIMIT
      *>    FIRST, AND ITS BID IS LOGGED AHEAD OF THE NEW LEADER'S.
           IF WS-HIGH-BID > 0 AND WS-HIGH-BIDDER NOT = SPACES AND
              WS-HIGH-MAX > WS-HIGH-BID THEN
               MOVE WS-HIGH-BIDDER TO WS-LOG-BIDDER
               MOVE WS-HIGH-MAX TO WS-LOG-AMOUNT
               MOVE "Y" TO WS-LOG-AUTO
               PERFORM RECORD-BID
           END-IF.

      *>    THE HOLD: THE WINNING AMOUNT LEAVES THE BIDDER AND SITS
      *>    IN ESCROW, EXACTLY AS BUY-LISTING HOLDS A PURCHASE. THE
      *>    REST OF THEIR MAXIMUM STAYS IN THEIR BALANCE.
           CALL "subtract-credits" USING LS-BIDDER, WS-LOT-PRICE.
           COMPUTE WS-POST-BALANCE = WS-BIDDER-CREDITS - WS-LOT-PRICE.
           CALL "transactions" USING LS-FORMATTED-DT, LS-BIDDER,
               WS-ZERO-CREDITS, WS-LOT-PRICE, WS-POST-BALANCE, "H",
               WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

                   WS-HIGH-BIDDER, WS-ZERO-CHARGE, WS-HIGH-BID,
                   WS-POST-BALANCE, "K", WS-NO-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
               CALL "notify-member" USING WS-HIGH-BIDDER, "AUCT"
           END-IF.

           MOVE LS-BIDDER TO WS-LOG-BIDDER.
           MOVE WS-LOT-PRICE TO WS-LOG-AMOUNT.
           IF WS-LOT-PRICE = LS-BID-AMOUNT THEN
               MOVE "N" TO WS-LOG-AUTO
           ELSE
               MOVE "Y" TO WS-LOG-AUTO
           END-IF.
           PERFORM RECORD-BID.

           MOVE "Y" TO LS-RESULT.

      *>    WS-LOT-SAVED COMES BACK 1 ONLY WHEN THE LOT'S ROW WAS
      *>    FOUND AND REWRITTEN.
       UPDATE-THE-LOT.
           MOVE 0 TO WS-LOT-SAVED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-AUCTIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AU-ID = LS-AUCTION-ID THEN
                           MOVE WS-LOT-BIDDER TO AU-HIGH-BIDDER
                           MOVE WS-LOT-PRICE TO AU-HIGH-BID
                           MOVE WS-LOT-MAX TO AU-HIGH-MAX
                           REWRITE AU-ENTRY
                           IF WS-AUCTIONS-STATUS = "00" THEN
                               MOVE 1 TO WS-LOT-SAVED
                           END-IF
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-AUCTIONS-FILE.

       RECORD-BID.
           OPEN EXTEND F-BIDS-FILE.
           MOVE LS-AUCTION-ID TO AB-AUCTION-ID.
           MOVE WS-LOG-BIDDER TO AB-BIDDER.
           MOVE WS-LOG-AMOUNT TO AB-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:12) TO AB-STAMP.
           MOVE WS-LOG-AUTO TO AB-AUTO.
           WRITE AB-ENTRY.
           CLOSE F-BIDS-FILE.
