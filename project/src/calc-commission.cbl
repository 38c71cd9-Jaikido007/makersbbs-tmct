       IDENTIFICATION DIVISION.
       PROGRAM-ID. calc-commission.
      ******************************************************************
      *----SUB PROGRAM THAT WORKS OUT THE HOUSE COMMISSION ON A--------*
      *----MARKETPLACE SALE OR AUCTION AT SETTLEMENT. THE RATE IS A----*
      *----WHOLE PERCENTAGE OF THE GROSS PRICE FROM--------------------*
      *----SYSTEM-PARAMETERS.DAT (MARKET-COMM-PCT), OR THE REDUCED-----*
      *----MARKET-VIP-COMM-PCT WHEN THE SELLER IS A VIP, ROUNDED, AND--*
      *----NEVER LESS THAN THE MARKET-COMM-MIN FEE. A RATE OF ZERO-----*
      *----SWITCHES COMMISSION OFF, MINIMUM AND ALL, AND THE-----------*
      *----COMMISSION NEVER EXCEEDS THE PRICE ITSELF, SO THE SELLER----*
      *----CAN BE PAID THE GROSS LESS WHAT COMES BACK HERE-------------*
      ******************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-RATE PIC 9(6) VALUE 0.
           01 WS-RATE-KEY PIC X(20) VALUE "MARKET-COMM-PCT".
           01 WS-RATE-DEFAULT PIC 9(6) VALUE 5.
           01 WS-VIP-RATE-KEY PIC X(20) VALUE "MARKET-VIP-COMM-PCT".
           01 WS-VIP-RATE-DEFAULT PIC 9(6) VALUE 3.
           01 WS-MIN-FEE PIC 9(6) VALUE 0.
           01 WS-MIN-KEY PIC X(20) VALUE "MARKET-COMM-MIN".
           01 WS-MIN-DEFAULT PIC 9(6) VALUE 1.
           01 WS-ACCOUNT-LEVEL PIC X(3).
           01 WS-VIP-EXPIRY PIC 9(8).

           LINKAGE SECTION.
           01 LS-SELLER PIC X(16).
           01 LS-GROSS PIC 9(6).
           01 LS-COMMISSION PIC 9(6).

       PROCEDURE DIVISION USING LS-SELLER, LS-GROSS, LS-COMMISSION.
           MOVE 0 TO LS-COMMISSION.
           MOVE SPACES TO WS-ACCOUNT-LEVEL.

           CALL "account-status-check" USING LS-SELLER,
               WS-ACCOUNT-LEVEL, WS-VIP-EXPIRY.
           IF WS-ACCOUNT-LEVEL = "VIP" THEN
               CALL "get-parameter" USING WS-VIP-RATE-KEY,
                   WS-VIP-RATE-DEFAULT, WS-RATE
           ELSE
               CALL "get-parameter" USING WS-RATE-KEY,
                   WS-RATE-DEFAULT, WS-RATE
           END-IF.
           IF WS-RATE = 0 OR LS-GROSS = 0 THEN
               GOBACK
           END-IF.

           CALL "get-parameter" USING WS-MIN-KEY, WS-MIN-DEFAULT,
               WS-MIN-FEE.

           COMPUTE LS-COMMISSION ROUNDED = LS-GROSS * WS-RATE / 100.
           IF LS-COMMISSION < WS-MIN-FEE THEN
               MOVE WS-MIN-FEE TO LS-COMMISSION
           END-IF.
           IF LS-COMMISSION > LS-GROSS THEN
               MOVE LS-GROSS TO LS-COMMISSION
           END-IF.

           GOBACK.
