       IDENTIFICATION DIVISION.
       PROGRAM-ID. relist-listing.
      ******************************************************************
      *----SUB PROGRAM THAT PUTS A SELLER'S EXPIRED MARKETPLACE--------*
      *----LISTING BACK ON SALE UNDER ITS ORIGINAL LISTING NUMBER,-----*
      *----WITH A FRESH EXPIRY DATE LISTING-EXPIRY-DAYS FROM TODAY.----*
      *----THE FIRST-LISTED DATE IS KEPT SO THE AGEING REPORT STILL----*
      *----MEASURES TIME TO SELL FROM THE START; EACH RELIST IS--------*
      *----WRITTEN TO LISTING-RELISTS.DAT WITH THE EXPIRY IT-----------*
      *----REPLACED. LS-RESULT: "Y" RELISTED, "N" NOT AN EXPIRED-------*
      *----LISTING OF THIS SELLER'S------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RELISTS-FILE ASSIGN TO
             'listing-relists.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LISTINGS-FILE.
           01 ML-ENTRY.
              05 ML-ID PIC 9(4).
              05 ML-SELLER PIC X(16).
              05 ML-ITEM PIC X(50).
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           FD F-RELISTS-FILE.
           01 RL-ENTRY.
              05 RL-LISTING-ID PIC 9(4).
              05 RL-DATE PIC 9(8).
              05 RL-OLD-EXPIRY PIC 9(8).
              05 RL-NEW-EXPIRY PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-EXPIRY-KEY PIC X(20) VALUE "LISTING-EXPIRY-DAYS".
           01 WS-EXPIRY-DEFAULT PIC 9(6) VALUE 30.
           01 WS-EXPIRY-DAYS PIC 9(6).
           01 WS-NEW-EXPIRY PIC 9(8).
           01 WS-OLD-EXPIRY PIC 9(8).

           LINKAGE SECTION.
           01 LS-SELLER PIC X(16).
           01 LS-LISTING-ID PIC 9(4).
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-SELLER, LS-LISTING-ID, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-EXPIRY-KEY, WS-EXPIRY-DEFAULT,
               WS-EXPIRY-DAYS.
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-EXPIRY-DAYS).

           OPEN I-O F-LISTINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LISTINGS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ML-ID = LS-LISTING-ID AND
                          ML-SELLER = LS-SELLER AND
                          ML-STATUS = "T" THEN
                           MOVE ML-EXPIRY-DATE TO WS-OLD-EXPIRY
                           MOVE "O" TO ML-STATUS
                           MOVE WS-NEW-EXPIRY TO ML-EXPIRY-DATE
                           REWRITE ML-ENTRY
                           MOVE "Y" TO LS-RESULT
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LISTINGS-FILE.

           IF LS-RESULT NOT = "Y" THEN
               GOBACK
           END-IF.

           OPEN EXTEND F-RELISTS-FILE.
           MOVE LS-LISTING-ID TO RL-LISTING-ID.
           MOVE WS-TODAY TO RL-DATE.
           MOVE WS-OLD-EXPIRY TO RL-OLD-EXPIRY.
           MOVE WS-NEW-EXPIRY TO RL-NEW-EXPIRY.
           WRITE RL-ENTRY.
           CLOSE F-RELISTS-FILE.

           GOBACK.
