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
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
