       IDENTIFICATION DIVISION.
       PROGRAM-ID. expire-market-listings.
      ******************************************************************
      *----SUB PROGRAM RUN FROM THE NIGHTLY BATCH THAT CLOSES EVERY----*
      *----OPEN MARKETPLACE LISTING WHOSE EXPIRY DATE HAS PASSED-------*
      *----(STATUS "T") AND TELLS THE SELLER THROUGH THE NOTIFICATION--*
      *----COUNTER AND THE MAIL QUEUE, SO THE EIGHT SLOTS ON THE-------*
      *----MARKETPLACE SCREEN GO TO ITEMS STILL FOR SALE. ESCROWED-----*
      *----AND DISPUTED LISTINGS ARE LEFT ALONE -- THE CREDITS ARE-----*
      *----ALREADY HELD AND RELEASE-ESCROW SETTLES THEM. A LISTING-----*
      *----FROM BEFORE EXPIRY DATES EXISTED IS GIVEN ONE NOW,----------*
      *----LISTING-EXPIRY-DAYS FROM TODAY, RATHER THAN BEING CLOSED----*
      *----WITHOUT WARNING---------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-LISTINGS-FILE ASSIGN TO
             'market-listings.dat'
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-EXPIRY-KEY PIC X(20) VALUE "LISTING-EXPIRY-DAYS".
           01 WS-EXPIRY-DEFAULT PIC 9(6) VALUE 30.
           01 WS-EXPIRY-DAYS PIC 9(6).
           01 WS-NEW-EXPIRY PIC 9(8).
           01 WS-NOTIFY-NAME PIC X(16).
           01 WS-MAIL-TYPE PIC X(8) VALUE "LISTEXP".
           01 WS-MAIL-TEXT PIC X(60).
           01 WS-MAIL-ID PIC 9(4).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

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
                       IF ML-STATUS = "O" THEN
                           PERFORM CHECK-ONE-LISTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-LISTINGS-FILE.

           GOBACK.

       CHECK-ONE-LISTING.
           IF ML-EXPIRY-DATE IS NOT NUMERIC OR
              ML-EXPIRY-DATE = 0 THEN
               IF ML-LISTED-DATE IS NOT NUMERIC THEN
                   MOVE 0 TO ML-LISTED-DATE
               END-IF
               MOVE WS-NEW-EXPIRY TO ML-EXPIRY-DATE
               MOVE 0 TO ML-SOLD-DATE
               REWRITE ML-ENTRY
               EXIT PARAGRAPH
           END-IF.

           IF ML-EXPIRY-DATE < WS-TODAY THEN
               MOVE "T" TO ML-STATUS
               REWRITE ML-ENTRY
               MOVE ML-SELLER TO WS-NOTIFY-NAME
               CALL "notify-member" USING WS-NOTIFY-NAME, "MRKT"
               MOVE ML-ID TO WS-MAIL-ID
               MOVE SPACES TO WS-MAIL-TEXT
               STRING "Your listing " DELIMITED BY SIZE
                 WS-MAIL-ID DELIMITED BY SIZE
                 " has expired - relist it any time" DELIMITED BY SIZE
                 INTO WS-MAIL-TEXT
               CALL "queue-mail-item" USING WS-NOTIFY-NAME,
                   WS-MAIL-TYPE, WS-MAIL-TEXT
           END-IF.
