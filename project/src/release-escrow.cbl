      ******************************************************************
      *----SUB PROGRAM THAT SETTLES A MARKETPLACE ESCROW. ACTION-------*
      *----"R" RELEASES THE HELD CREDITS TO THE SELLER (ENTRY TYPE-----*
      *----"I") LESS THE HOUSE COMMISSION FROM CALC-COMMISSION---------*
      *----(ENTRY TYPE "4", KEPT BY THE HOUSE) AND COMPLETES THE-------*
      *----LISTING; ACTION "B" SENDS THE WHOLE AMOUNT BACK TO THE------*
      *----BUYER (ENTRY TYPE "K") AND CANCELS IT. THE BUYER------------*
      *----CONFIRMING RECEIPT USES "R"; AN ADMIN ADJUDICATING A--------*
      *----DISPUTE CAN USE EITHER. EVERY MOVEMENT CARRIES THE----------*
      *----AFFECTED MEMBER'S POST-BALANCE SO THE RECONCILE JOB---------*
      *----STILL BALANCES---------------------------------------------*
      ******************************************************************
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
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-ENTRY-TYPE PIC X.
           01 WS-NEW-STATUS PIC X.
           01 WS-COMMISSION PIC 9(6) VALUE 0.
           01 WS-PAY-AMOUNT PIC 9(6).
           01 WS-COMMISSION-TYPE PIC X VALUE "4".
           01 WS-MARKET-TARIFF PIC X(4) VALUE "MKTP".

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LISTING-OK.
           MOVE 0 TO WS-COMMISSION.

           MOVE "N" TO LS-RESULT.

               MOVE WS-SELLER TO WS-PAYEE
               MOVE "I" TO WS-ENTRY-TYPE
               MOVE "C" TO WS-NEW-STATUS
               CALL "calc-commission" USING WS-SELLER, WS-PRICE,
                   WS-COMMISSION
           ELSE
               MOVE WS-BUYER TO WS-PAYEE
               MOVE "K" TO WS-ENTRY-TYPE
               MOVE "X" TO WS-NEW-STATUS
           END-IF.
           COMPUTE WS-PAY-AMOUNT = WS-PRICE - WS-COMMISSION.

           CALL "add-credits" USING WS-PAYEE, WS-PAY-AMOUNT,
               WS-ADD-OVERFLOW.
           CALL "find-account" USING WS-PAYEE, WS-PAYEE-CREDITS,
               WS-PAYEE-FOUND.
           MOVE WS-PAYEE-CREDITS TO WS-POST-BALANCE.
           CALL "transactions" USING LS-FORMATTED-DT, WS-PAYEE,
               WS-ZERO-CHARGE, WS-PAY-AMOUNT, WS-POST-BALANCE,
               WS-ENTRY-TYPE, WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.

      *>    THE COMMISSION NEVER REACHES THE SELLER'S BALANCE; ITS ROW
      *>    IS BOOKED AGAINST THEM SO THE SALE CAN BE TRACED, AND
      *>    CARRIES THE SAME POST-BALANCE AS THE PAYOUT JUST WRITTEN.
           IF WS-COMMISSION > 0 THEN
               CALL "transactions" USING LS-FORMATTED-DT, WS-SELLER,
                   WS-ZERO-CHARGE, WS-COMMISSION, WS-POST-BALANCE,
                   WS-COMMISSION-TYPE, WS-MARKET-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-LISTINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
