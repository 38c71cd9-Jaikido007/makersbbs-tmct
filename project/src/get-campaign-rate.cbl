       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-campaign-rate.
      ******************************************************************
      *----SUB PROGRAM THAT PRICES A SPONSORED CAMPAIGN FOR A GIVEN----*
      *----DATE FROM THE SAME EFFECTIVE-DATED PRICE CATALOGUE THE------*
      *----CREDIT STORE SELLS FROM. TARIFF "SPON" IS THE STANDARD------*
      *----RUN-OF-SITE RATE AND "SPTG" THE PREMIUM RATE FOR A----------*
      *----CAMPAIGN TARGETED AT A BOARD, A MEMBER LEVEL OR A-----------*
      *----LANGUAGE. THE CATALOGUE'S CREDITS COLUMN CARRIES THE RATE.--*
      *----WITH NO SPTG ROW A TARGETED CAMPAIGN GOES AT THE STANDARD---*
      *----RATE, AND WITH NO SPON ROW EITHER THE LONG-STANDING---------*
      *----25-CREDIT CHARGE STANDS-------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CATALOGUE-FILE ASSIGN TO
             'price-catalogue.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CATALOGUE-FILE.
           01 PC-ENTRY.
              05 PC-TARIFF-CODE PIC X(4).
              05 PC-EFFECTIVE-FROM PIC 9(8).
              05 PC-CREDITS PIC 9(6).
              05 PC-PRICE PIC 9(6).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-STANDARD-RATE PIC 9(6) VALUE 25.
           01 WS-STANDARD-DATE PIC 9(8) VALUE 0.
           01 WS-TARIFF-RATE PIC 9(6) VALUE 0.
           01 WS-TARIFF-DATE PIC 9(8) VALUE 0.
           01 WS-TARIFF-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-DATE PIC 9(8).
      *>    "SPON" = STANDARD, "SPTG" = TARGETED
           01 LS-TARIFF PIC X(4).
           01 LS-RATE PIC 9(6).

       PROCEDURE DIVISION USING LS-DATE, LS-TARIFF, LS-RATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 25 TO WS-STANDARD-RATE.
           MOVE 0 TO WS-STANDARD-DATE.
           MOVE 0 TO WS-TARIFF-RATE.
           MOVE 0 TO WS-TARIFF-DATE.
           MOVE 0 TO WS-TARIFF-FOUND.

           OPEN INPUT F-CATALOGUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CATALOGUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM APPLY-CATALOGUE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-CATALOGUE-FILE.

           IF WS-TARIFF-FOUND = 1 THEN
               MOVE WS-TARIFF-RATE TO LS-RATE
           ELSE
               MOVE WS-STANDARD-RATE TO LS-RATE
           END-IF.

           GOBACK.

       APPLY-CATALOGUE-ROW.
           IF PC-EFFECTIVE-FROM <= LS-DATE THEN
               IF PC-TARIFF-CODE = "SPON" AND
                  PC-EFFECTIVE-FROM >= WS-STANDARD-DATE THEN
                   MOVE PC-EFFECTIVE-FROM TO WS-STANDARD-DATE
                   MOVE PC-CREDITS TO WS-STANDARD-RATE
               END-IF
               IF PC-TARIFF-CODE = LS-TARIFF AND
                  PC-EFFECTIVE-FROM >= WS-TARIFF-DATE THEN
                   MOVE 1 TO WS-TARIFF-FOUND
                   MOVE PC-EFFECTIVE-FROM TO WS-TARIFF-DATE
                   MOVE PC-CREDITS TO WS-TARIFF-RATE
               END-IF
           END-IF.
