      *----IS SETTLED: THE HIGH BIDDER'S CREDITS ARE ALREADY SITTING---*
      *----IN ESCROW FROM PLACE-BID, SO SETTLEMENT SIMPLY PAYS THE-----*
      *----SELLER OUT OF THE POT ("I" LEDGER ENTRY, THE SAME RELEASE---*
      *----A CONFIRMED MARKETPLACE SALE USES) LESS THE HOUSE-----------*
      *----COMMISSION ("4" LEDGER ENTRY, FROM CALC-COMMISSION) AND-----*
      *----MARKS THE LOT "S". THE PRICE IS THE STANDING HIGH BID (FOR--*
      *----A LOT PROXIES FOUGHT OVER, THE FINAL PROXY PRICE), NEVER----*
      *----THE WINNER'S UNUSED MAXIMUM. AN AUCTION THAT DREW NO BIDS---*
      *----JUST CLOSES AS "C"------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 AU-STATUS PIC X(1).
              05 AU-HIGH-BIDDER PIC X(16).
              05 AU-HIGH-BID PIC 9(6).
              05 AU-HIGH-MAX PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FORMATTED-DT.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-COMMISSION PIC 9(6) VALUE 0.
           01 WS-NET-AMOUNT PIC 9(6).
           01 WS-AUCTION-TARIFF PIC X(4) VALUE "AUCT".

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           END-IF.

       PAY-THE-SELLER.
           CALL "calc-commission" USING WS-PAY-SELLER, WS-PAY-AMOUNT,
               WS-COMMISSION.
           COMPUTE WS-NET-AMOUNT = WS-PAY-AMOUNT - WS-COMMISSION.

           CALL "add-credits" USING WS-PAY-SELLER, WS-NET-AMOUNT,
               WS-ADD-OVERFLOW.
           CALL "find-account" USING WS-PAY-SELLER, WS-SELLER-CREDITS,
               WS-SELLER-FOUND.
           MOVE WS-SELLER-CREDITS TO WS-POST-BALANCE.
           CALL "transactions" USING WS-FORMATTED-DT, WS-PAY-SELLER,
               WS-ZERO-CHARGE, WS-NET-AMOUNT, WS-POST-BALANCE, "I",
               WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

      *>    THE HOUSE KEEPS ITS CUT OUT OF THE POT; ITS ROW CARRIES
      *>    THE SAME POST-BALANCE AS THE PAYOUT JUST WRITTEN.
           IF WS-COMMISSION > 0 THEN
               CALL "transactions" USING WS-FORMATTED-DT,
                   WS-PAY-SELLER, WS-ZERO-CHARGE, WS-COMMISSION,
                   WS-POST-BALANCE, "4", WS-AUCTION-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
           END-IF.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
