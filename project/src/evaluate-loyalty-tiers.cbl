       IDENTIFICATION DIVISION.
       PROGRAM-ID. evaluate-loyalty-tiers.
      ******************************************************************
      *----SUB PROGRAM RUN FROM THE NIGHTLY BATCH THAT PLACES EVERY----*
      *----MEMBER IN A LOYALTY TIER BY THEIR ROLLING TWELVE-MONTH------*
      *----CARD SPEND. THE ARCHIVE AND LIVE TRANSACTION LOGS ARE-------*
      *----SCANNED FOR THE LAST 365 DAYS: CARD PURCHASES ("P") AND-----*
      *----INSTALMENT COLLECTIONS ("N") COUNT, REFUNDS ("R") AND-------*
      *----CHARGEBACKS ("C") COME BACK OFF. THE THRESHOLDS ARE THE-----*
      *----LOYALTY-BRONZE-SPEND, LOYALTY-SILVER-SPEND AND--------------*
      *----LOYALTY-GOLD-SPEND PARAMETERS (50, 200 AND 500 POUNDS BY----*
      *----DEFAULT). LOYALTY-TIERS.DAT IS REBUILT FROM SCRATCH EACH----*
      *----RUN, AND EVERY MEMBER WHOSE TIER HAS MOVED SINCE THE LAST---*
      *----RUN GETS A ROW ON LOYALTY-MOVEMENTS.DAT SO MOVEMENT---------*
      *----BETWEEN TIERS CAN BE REPORTED. A SECOND RUN THE SAME NIGHT--*
      *----FINDS NOTHING HAS MOVED AND LOGS NOTHING--------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TIER-FILE ASSIGN TO "loyalty-tiers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MOVEMENT-FILE ASSIGN TO
             "loyalty-movements.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-CREDITS PIC 9(6).
              05 USER-LEVEL PIC X(3).
              05 CARD-NO PIC 9(16).
              05 CARD-EXPIRY PIC 9(4).
              05 CARD-CVV PIC 9(3).
              05 VIP-EXPIRY PIC 9(8).
              05 DISPLAY-NAME PIC X(16).
              05 FILLER PIC X VALUE X'0A'.

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME-T PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

           FD F-TIER-FILE.
           01 LT-ENTRY.
              05 LT-USERNAME PIC X(16).
      *>       "BRONZE", "SILVER", "GOLD" OR SPACES FOR NO TIER
              05 LT-TIER PIC X(6).
              05 LT-SPEND PIC 9(7).
              05 LT-RUN-DATE PIC 9(8).

           FD F-MOVEMENT-FILE.
           01 LM-ENTRY.
              05 LM-DATE PIC 9(8).
              05 LM-USERNAME PIC X(16).
              05 LM-OLD-TIER PIC X(6).
              05 LM-NEW-TIER PIC X(6).
              05 LM-SPEND PIC 9(7).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-WINDOW-START PIC 9(8).
           01 WS-WINDOW-INT PIC 9(7).

           01 WS-BRONZE-KEY PIC X(20) VALUE "LOYALTY-BRONZE-SPEND".
           01 WS-BRONZE-DEFAULT PIC 9(6) VALUE 50.
           01 WS-BRONZE-SPEND PIC 9(6).
           01 WS-SILVER-KEY PIC X(20) VALUE "LOYALTY-SILVER-SPEND".
           01 WS-SILVER-DEFAULT PIC 9(6) VALUE 200.
           01 WS-SILVER-SPEND PIC 9(6).
           01 WS-GOLD-KEY PIC X(20) VALUE "LOYALTY-GOLD-SPEND".
           01 WS-GOLD-DEFAULT PIC 9(6) VALUE 500.
           01 WS-GOLD-SPEND PIC 9(6).

      *>    EVERY MEMBER'S SPEND IS GATHERED IN ONE PASS OVER EACH
      *>    LEDGER, THEN THE TIERS ARE CUT FROM THE TABLE AT THE END.
      *>    SPEND IS SIGNED SO A REFUND LANDING BEFORE ITS PURCHASE
      *>    IN THE SCAN CANNOT UNDERFLOW.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MEM-NAME PIC X(16).
                   10 WS-MEM-SPEND PIC S9(7).
                   10 WS-MEM-OLD-TIER PIC X(6).
                   10 WS-MEM-NEW-TIER PIC X(6).
           01 WS-MEM-IDX PIC 9(4).
           01 WS-MEM-FOUND PIC 9(4).
           01 WS-LOOKUP-NAME PIC X(16).

           01 WS-ROW-DATE PIC 9(8).
           01 WS-ROW-DATE-X REDEFINES WS-ROW-DATE.
              10 WS-ROW-YR PIC X(4).
              10 WS-ROW-MTH PIC X(2).
              10 WS-ROW-DY PIC X(2).
           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-CHARGE PIC 9(6).

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-MEMBER-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - 364.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT) TO
               WS-WINDOW-START.

           CALL "get-parameter" USING WS-BRONZE-KEY,
               WS-BRONZE-DEFAULT, WS-BRONZE-SPEND.
           CALL "get-parameter" USING WS-SILVER-KEY,
               WS-SILVER-DEFAULT, WS-SILVER-SPEND.
           CALL "get-parameter" USING WS-GOLD-KEY,
               WS-GOLD-DEFAULT, WS-GOLD-SPEND.

           PERFORM LOAD-MEMBERS.
           PERFORM LOAD-OLD-TIERS.
           PERFORM TALLY-ARCHIVE-LOG.
           PERFORM TALLY-LIVE-LOG.
           PERFORM WRITE-TIERS.

           GOBACK.

       LOAD-MEMBERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-USERS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE USERNAME TO WS-MEM-NAME(WS-MEMBER-COUNT)
                       MOVE 0 TO WS-MEM-SPEND(WS-MEMBER-COUNT)
                       MOVE SPACES TO
                         WS-MEM-OLD-TIER(WS-MEMBER-COUNT)
                       MOVE SPACES TO
                         WS-MEM-NEW-TIER(WS-MEMBER-COUNT)
               END-READ
           END-PERFORM.
           CLOSE F-USERS-FILE.

       FIND-MEMBER.
           MOVE 0 TO WS-MEM-FOUND.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               IF WS-MEM-NAME(WS-MEM-IDX) = WS-LOOKUP-NAME THEN
                   MOVE WS-MEM-IDX TO WS-MEM-FOUND
               END-IF
           END-PERFORM.

       LOAD-OLD-TIERS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TIER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TIER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE LT-USERNAME TO WS-LOOKUP-NAME
                       PERFORM FIND-MEMBER
                       IF WS-MEM-FOUND > 0 THEN
                           MOVE LT-TIER TO
                             WS-MEM-OLD-TIER(WS-MEM-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TIER-FILE.

       TALLY-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-LOOKUP-NAME
                       MOVE ARC-YR TO WS-ROW-YR
                       MOVE ARC-MTH TO WS-ROW-MTH
                       MOVE ARC-DY TO WS-ROW-DY
                       MOVE ARC-CHARGE TO WS-ROW-CHARGE
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       TALLY-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-LOOKUP-NAME
                       MOVE YR TO WS-ROW-YR
                       MOVE MTH TO WS-ROW-MTH
                       MOVE DY TO WS-ROW-DY
                       MOVE CHARGE TO WS-ROW-CHARGE
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    CASH TAKEN AT THE COUNTER ("5") IS NOT CARD SPEND AND
      *>    EARNS NO TIER, AND NOR DO CREDIT-ONLY MOVEMENTS.
       TALLY-ONE-ROW.
           IF WS-ROW-DATE IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-DATE < WS-WINDOW-START OR
              WS-ROW-DATE > WS-TODAY THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TYPE NOT = "P" AND WS-ROW-TYPE NOT = "N" AND
              WS-ROW-TYPE NOT = "R" AND WS-ROW-TYPE NOT = "C" THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-MEMBER.
           IF WS-MEM-FOUND = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-ROW-TYPE = "P" OR WS-ROW-TYPE = "N" THEN
               ADD WS-ROW-CHARGE TO WS-MEM-SPEND(WS-MEM-FOUND)
           ELSE
               SUBTRACT WS-ROW-CHARGE FROM WS-MEM-SPEND(WS-MEM-FOUND)
           END-IF.

       WRITE-TIERS.
           OPEN OUTPUT F-TIER-FILE.
           OPEN EXTEND F-MOVEMENT-FILE.
           MOVE 0 TO WS-MEM-IDX.
           PERFORM UNTIL WS-MEM-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEM-IDX
               PERFORM PLACE-MEMBER
           END-PERFORM.
           CLOSE F-MOVEMENT-FILE.
           CLOSE F-TIER-FILE.

       PLACE-MEMBER.
           IF WS-MEM-SPEND(WS-MEM-IDX) < 0 THEN
               MOVE 0 TO WS-MEM-SPEND(WS-MEM-IDX)
           END-IF.

           IF WS-MEM-SPEND(WS-MEM-IDX) >= WS-GOLD-SPEND THEN
               MOVE "GOLD" TO WS-MEM-NEW-TIER(WS-MEM-IDX)
           ELSE IF WS-MEM-SPEND(WS-MEM-IDX) >= WS-SILVER-SPEND THEN
               MOVE "SILVER" TO WS-MEM-NEW-TIER(WS-MEM-IDX)
           ELSE IF WS-MEM-SPEND(WS-MEM-IDX) >= WS-BRONZE-SPEND THEN
               MOVE "BRONZE" TO WS-MEM-NEW-TIER(WS-MEM-IDX)
           ELSE
               MOVE SPACES TO WS-MEM-NEW-TIER(WS-MEM-IDX)
           END-IF
           END-IF
           END-IF.

      *>    ONLY MEMBERS WITH SOME SPEND IN THE YEAR ARE FILED; THE
      *>    LOOK-UP TREATS A MISSING ROW AS NO TIER AND NO SPEND.
           IF WS-MEM-SPEND(WS-MEM-IDX) > 0 THEN
               MOVE WS-MEM-NAME(WS-MEM-IDX) TO LT-USERNAME
               MOVE WS-MEM-NEW-TIER(WS-MEM-IDX) TO LT-TIER
               MOVE WS-MEM-SPEND(WS-MEM-IDX) TO LT-SPEND
               MOVE WS-TODAY TO LT-RUN-DATE
               WRITE LT-ENTRY
           END-IF.

           IF WS-MEM-NEW-TIER(WS-MEM-IDX) NOT =
              WS-MEM-OLD-TIER(WS-MEM-IDX) THEN
               MOVE WS-TODAY TO LM-DATE
               MOVE WS-MEM-NAME(WS-MEM-IDX) TO LM-USERNAME
               MOVE WS-MEM-OLD-TIER(WS-MEM-IDX) TO LM-OLD-TIER
               MOVE WS-MEM-NEW-TIER(WS-MEM-IDX) TO LM-NEW-TIER
               MOVE WS-MEM-SPEND(WS-MEM-IDX) TO LM-SPEND
               WRITE LM-ENTRY
           END-IF.
