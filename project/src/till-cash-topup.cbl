       IDENTIFICATION DIVISION.
       PROGRAM-ID. till-cash-topup.
      ******************************************************************
      *----SUB PROGRAM THAT SELLS A MEMBER CREDITS FOR CASH OVER THE---*
      *----COUNTER. THE TIER IS PRICED FROM TODAY'S STORE CATALOGUE----*
      *----(GET-STORE-PRICES), THE CREDITS GO ON THROUGH ADD-CREDITS---*
      *----AND THE SALE IS LEDGERED AS A CASH TOP-UP ("5") WITH ITS----*
      *----TARIFF, SO TRANSACTIONS.CBL SPLITS OUT THE VAT AND ISSUES---*
      *----THE RECEIPT JUST AS IT DOES FOR A CARD PURCHASE. THE CASH---*
      *----IS ADDED TO THE TAKINGS OF THE OPERATOR'S OPEN TILL---------*
      *----SESSION, WHICH IS WHAT THE CASH-UP IS COUNTED AGAINST. NO---*
      *----OPEN SESSION, NO SALE---------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TILL-FILE ASSIGN TO "till-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TILL-FILE.
           01 TS-ENTRY.
              05 TS-SESSION-ID PIC 9(6).
              05 TS-OPERATOR PIC X(16).
              05 TS-STATUS PIC X(1).
              05 TS-OPEN-DATE PIC 9(8).
              05 TS-OPEN-TIME PIC 9(4).
              05 TS-FLOAT PIC 9(6).
              05 TS-TAKINGS PIC 9(6).
              05 TS-TOPUPS PIC 9(4).
              05 TS-COUNTED PIC 9(6).
              05 TS-CLOSE-DATE PIC 9(8).
              05 TS-CLOSE-TIME PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SESSION-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-PRICE-TABLE.
              05 WS-TIER OCCURS 6 TIMES.
                 10 WS-TIER-TARIFF PIC X(4).
                 10 WS-TIER-CREDITS PIC 9(6).
                 10 WS-TIER-PRICE PIC 9(6).
           01 WS-MEMBER-CREDITS PIC 9(6).
           01 WS-MEMBER-FOUND PIC 9.
           01 WS-NEW-TOTAL PIC 9(7).
           01 WS-NEW-TAKINGS PIC 9(7).
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-OPERATOR PIC X(16).
           01 LS-MEMBER PIC X(16).
           01 LS-TIER-PICK PIC 9.
      *>    THE CASH TO TAKE FROM THE MEMBER, FOR THE SCREEN
           01 LS-PRICE PIC 9(6).
      *>    "Y" = SOLD, "S" = NO OPEN TILL SESSION, "T" = NO SUCH
      *>    TIER, "U" = UNKNOWN MEMBER, "O" = WOULD OVERFLOW THE
      *>    MEMBER'S BALANCE OR THE TILL
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-OPERATOR,
           LS-MEMBER, LS-TIER-PICK, LS-PRICE, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-SESSION-FOUND.
           MOVE 0 TO LS-PRICE.

           IF LS-TIER-PICK < 1 OR LS-TIER-PICK > 6 THEN
               MOVE "T" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "find-account" USING LS-MEMBER,
               WS-MEMBER-CREDITS, WS-MEMBER-FOUND.
           IF WS-MEMBER-FOUND NOT = 1 THEN
               MOVE "U" TO LS-RESULT
               GOBACK
           END-IF.

           MOVE LS-FORMATTED-YEAR TO WS-TODAY(1:4).
           MOVE LS-FORMATTED-MONTH TO WS-TODAY(5:2).
           MOVE LS-FORMATTED-DY TO WS-TODAY(7:2).
           CALL "get-store-prices" USING WS-TODAY, WS-PRICE-TABLE.
           MOVE WS-TIER-PRICE(LS-TIER-PICK) TO LS-PRICE.

           COMPUTE WS-NEW-TOTAL =
               WS-MEMBER-CREDITS + WS-TIER-CREDITS(LS-TIER-PICK).
           IF WS-NEW-TOTAL > 999999 THEN
               MOVE "O" TO LS-RESULT
               GOBACK
           END-IF.

      *>    THE OPERATOR'S OPEN SESSION STAYS POSITIONED WHILE THE
      *>    SALE IS POSTED SO ITS TAKINGS CAN BE REWRITTEN IN PLACE.
           MOVE "S" TO LS-RESULT.
           OPEN I-O F-TILL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TILL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TS-OPERATOR = LS-OPERATOR AND
                          TS-STATUS = "O" THEN
                           MOVE 1 TO WS-SESSION-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SESSION-FOUND = 1 THEN
               COMPUTE WS-NEW-TAKINGS = TS-TAKINGS + LS-PRICE
               IF WS-NEW-TAKINGS > 999999 THEN
                   MOVE "O" TO LS-RESULT
               ELSE
                   PERFORM POST-THE-SALE
                   MOVE WS-NEW-TAKINGS TO TS-TAKINGS
                   ADD 1 TO TS-TOPUPS
                   REWRITE TS-ENTRY
                   MOVE "Y" TO LS-RESULT
               END-IF
           END-IF.
           CLOSE F-TILL-FILE.

           GOBACK.

       POST-THE-SALE.
           CALL "add-credits" USING LS-MEMBER,
               WS-TIER-CREDITS(LS-TIER-PICK), WS-ADD-OVERFLOW.
           MOVE WS-NEW-TOTAL TO WS-POST-BALANCE.
           CALL "transactions" USING LS-FORMATTED-DT, LS-MEMBER,
               WS-TIER-PRICE(LS-TIER-PICK),
               WS-TIER-CREDITS(LS-TIER-PICK), WS-POST-BALANCE, "5",
               WS-TIER-TARIFF(LS-TIER-PICK),
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.
