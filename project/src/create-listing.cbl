      *----SUB PROGRAM THAT PUTS A NEW MARKETPLACE LISTING (ITEM-------*
      *----AND ASKING PRICE IN CREDITS) INTO MARKET-LISTINGS.DAT,------*
      *----NUMBERED THE SAME SELF-COUNTING WAY TRANSACTIONS.CBL--------*
      *----NUMBERS TRANS-ID. THE LISTING RUNS FOR LISTING-EXPIRY-DAYS--*
      *----(PARAMETER, DEFAULT 30) AND IS CLOSED BY THE NIGHTLY--------*
      *----EXPIRE-MARKET-LISTINGS STEP IF NOBODY HAS BOUGHT IT---------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 ML-SELLER PIC X(16).
              05 ML-ITEM PIC X(50).
              05 ML-PRICE PIC 9(6).
      *>    "O" OPEN, "E" ESCROW, "D" DISPUTED, "C" COMPLETED,
      *>    "X" REFUNDED, "T" TIMED OUT PAST ITS EXPIRY DATE
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
      *>    ROWS LISTED BEFORE EXPIRY DATES EXISTED READ BACK WITH
      *>    SPACES IN THESE THREE. THE SOLD DATE IS WHEN THE BUYER'S
      *>    CREDITS WENT INTO ESCROW.
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(4) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-EXPIRY-KEY PIC X(20) VALUE "LISTING-EXPIRY-DAYS".
           01 WS-EXPIRY-DEFAULT PIC 9(6) VALUE 30.
           01 WS-EXPIRY-DAYS PIC 9(6).
           01 WS-EXPIRY-DATE PIC 9(8).

           LINKAGE SECTION.
           01 LS-SELLER PIC X(16).
           END-PERFORM.
           CLOSE F-LISTINGS-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-EXPIRY-KEY, WS-EXPIRY-DEFAULT,
               WS-EXPIRY-DAYS.
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-EXPIRY-DAYS).

           OPEN EXTEND F-LISTINGS-FILE
               ADD 1 TO WS-COUNTER
               MOVE WS-COUNTER TO ML-ID
               MOVE LS-PRICE TO ML-PRICE
               MOVE "O" TO ML-STATUS
               MOVE SPACES TO ML-BUYER
               MOVE WS-TODAY TO ML-LISTED-DATE
               MOVE WS-EXPIRY-DATE TO ML-EXPIRY-DATE
               MOVE 0 TO ML-SOLD-DATE
               WRITE ML-ENTRY
               END-WRITE
           CLOSE F-LISTINGS-FILE.
