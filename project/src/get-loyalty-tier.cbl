       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-loyalty-tier.
      ******************************************************************
      *----SUB PROGRAM THAT LOOKS UP A MEMBER'S LOYALTY TIER AS LAST---*
      *----PLACED BY THE NIGHTLY EVALUATE-LOYALTY-TIERS RUN, WITH THE--*
      *----BONUS PERCENTAGE THAT TIER EARNS ON STORE PURCHASES---------*
      *----(LOYALTY-BRONZE-PCT, LOYALTY-SILVER-PCT AND-----------------*
      *----LOYALTY-GOLD-PCT PARAMETERS, 2, 5 AND 10 BY DEFAULT) AND----*
      *----HOW MUCH MORE CARD SPEND WOULD REACH THE NEXT TIER UP. A----*
      *----MEMBER WITH NO ROW ON FILE HAS NO TIER AND NO SPEND---------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-TIER-FILE ASSIGN TO "loyalty-tiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TIER-FILE.
           01 LT-ENTRY.
              05 LT-USERNAME PIC X(16).
              05 LT-TIER PIC X(6).
              05 LT-SPEND PIC 9(7).
              05 LT-RUN-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           01 WS-BRONZE-KEY PIC X(20) VALUE "LOYALTY-BRONZE-SPEND".
           01 WS-BRONZE-DEFAULT PIC 9(6) VALUE 50.
           01 WS-BRONZE-SPEND PIC 9(6).
           01 WS-SILVER-KEY PIC X(20) VALUE "LOYALTY-SILVER-SPEND".
           01 WS-SILVER-DEFAULT PIC 9(6) VALUE 200.
           01 WS-SILVER-SPEND PIC 9(6).
           01 WS-GOLD-KEY PIC X(20) VALUE "LOYALTY-GOLD-SPEND".
           01 WS-GOLD-DEFAULT PIC 9(6) VALUE 500.
           01 WS-GOLD-SPEND PIC 9(6).

           01 WS-PCT-KEY PIC X(20).
           01 WS-PCT-DEFAULT PIC 9(6).
           01 WS-PCT-VALUE PIC 9(6).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
      *>    "BRONZE", "SILVER", "GOLD" OR SPACES FOR NO TIER
           01 LS-TIER PIC X(6).
           01 LS-BONUS-PCT PIC 9(3).
           01 LS-SPEND PIC 9(7).
      *>    SPACES ONCE THE MEMBER IS ALREADY GOLD
           01 LS-NEXT-TIER PIC X(6).
           01 LS-SPEND-NEEDED PIC 9(7).

       PROCEDURE DIVISION USING LS-USERNAME, LS-TIER, LS-BONUS-PCT,
           LS-SPEND, LS-NEXT-TIER, LS-SPEND-NEEDED.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE SPACES TO LS-TIER.
           MOVE 0 TO LS-BONUS-PCT.
           MOVE 0 TO LS-SPEND.
           MOVE SPACES TO LS-NEXT-TIER.
           MOVE 0 TO LS-SPEND-NEEDED.

           OPEN INPUT F-TIER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TIER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LT-USERNAME = LS-USERNAME THEN
                           MOVE LT-TIER TO LS-TIER
                           MOVE LT-SPEND TO LS-SPEND
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TIER-FILE.

           CALL "get-parameter" USING WS-BRONZE-KEY,
               WS-BRONZE-DEFAULT, WS-BRONZE-SPEND.
           CALL "get-parameter" USING WS-SILVER-KEY,
               WS-SILVER-DEFAULT, WS-SILVER-SPEND.
           CALL "get-parameter" USING WS-GOLD-KEY,
               WS-GOLD-DEFAULT, WS-GOLD-SPEND.

           EVALUATE LS-TIER
               WHEN "GOLD"
                   MOVE "LOYALTY-GOLD-PCT" TO WS-PCT-KEY
                   MOVE 10 TO WS-PCT-DEFAULT
                   PERFORM READ-BONUS-PCT
               WHEN "SILVER"
                   MOVE "LOYALTY-SILVER-PCT" TO WS-PCT-KEY
                   MOVE 5 TO WS-PCT-DEFAULT
                   PERFORM READ-BONUS-PCT
                   MOVE "GOLD" TO LS-NEXT-TIER
                   MOVE WS-GOLD-SPEND TO LS-SPEND-NEEDED
               WHEN "BRONZE"
                   MOVE "LOYALTY-BRONZE-PCT" TO WS-PCT-KEY
                   MOVE 2 TO WS-PCT-DEFAULT
                   PERFORM READ-BONUS-PCT
                   MOVE "SILVER" TO LS-NEXT-TIER
                   MOVE WS-SILVER-SPEND TO LS-SPEND-NEEDED
               WHEN OTHER
                   MOVE "BRONZE" TO LS-NEXT-TIER
                   MOVE WS-BRONZE-SPEND TO LS-SPEND-NEEDED
           END-EVALUATE.

      *>    THRESHOLDS MAY HAVE BEEN LOWERED SINCE LAST NIGHT'S RUN,
      *>    SO THE SHORTFALL NEVER GOES BELOW ZERO.
           IF LS-SPEND-NEEDED > LS-SPEND THEN
               SUBTRACT LS-SPEND FROM LS-SPEND-NEEDED
           ELSE
               MOVE 0 TO LS-SPEND-NEEDED
           END-IF.

           GOBACK.

       READ-BONUS-PCT.
           CALL "get-parameter" USING WS-PCT-KEY, WS-PCT-DEFAULT,
               WS-PCT-VALUE.
           MOVE WS-PCT-VALUE TO LS-BONUS-PCT.
