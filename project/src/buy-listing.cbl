      *----HOLD LOGGED UNDER ITS OWN "H" ENTRY TYPE; THE LISTING-------*
      *----FLIPS TO ESCROW WITH THE BUYER RECORDED. THE CREDITS SIT----*
      *----IN ESCROW -- ON NOBODY'S BALANCE -- UNTIL RELEASE-ESCROW----*
      *----PAYS THE SELLER OR REFUNDS THE BUYER. A LISTING PAST ITS----*
      *----EXPIRY DATE CANNOT BE BOUGHT--------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-PRICE PIC 9(6).
           01 WS-SELLER PIC X(16).
           01 WS-LISTING-OK PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-BUYER-CREDITS PIC 9(6).
           01 WS-BUYER-FOUND PIC 9.
           01 WS-HHLD-RESULT PIC X.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.

           MOVE 0 TO WS-LISTING-OK.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT F-LISTINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
                           MOVE 1 TO WS-LISTING-OK
                           MOVE ML-PRICE TO WS-PRICE
                           MOVE ML-SELLER TO WS-SELLER
      *>                   PAST ITS EXPIRY DATE BUT NOT YET SWEPT BY
      *>                   TONIGHT'S BATCH -- NO LONGER ON SALE.
                           IF ML-EXPIRY-DATE IS NUMERIC AND
                              ML-EXPIRY-DATE > 0 AND
                              ML-EXPIRY-DATE < WS-TODAY THEN
                               MOVE 0 TO WS-LISTING-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               GOBACK
           END-IF.

      *>    A DEPENDENT SHORT OF THE PRICE DRAWS ON THE HOUSEHOLD.
           CALL "draw-household-credits" USING LS-FORMATTED-DT,
               LS-BUYER, WS-PRICE, WS-HHLD-RESULT.
           CALL "find-account" USING LS-BUYER, WS-BUYER-CREDITS,
               WS-BUYER-FOUND.
           IF WS-PRICE > WS-BUYER-CREDITS THEN
                       IF ML-ID = LS-LISTING-ID THEN
                           MOVE "E" TO ML-STATUS
                           MOVE LS-BUYER TO ML-BUYER
                           MOVE WS-TODAY TO ML-SOLD-DATE
                           REWRITE ML-ENTRY
                       END-IF
               END-READ
