       IDENTIFICATION DIVISION.
       PROGRAM-ID. award-loyalty-bonus.
      ******************************************************************
      *----SUB PROGRAM THAT PAYS A MEMBER'S LOYALTY BONUS ON A CREDIT--*
      *----STORE PURCHASE: THEIR TIER'S PERCENTAGE OF THE CREDITS------*
      *----BOUGHT, ROUNDED DOWN. THE BONUS IS LOGGED THROUGH-----------*
      *----TRANSACTIONS.CBL UNDER ITS OWN "6" ENTRY TYPE WITH NO-------*
      *----CHARGE, SO IT IS NEVER COUNTED AS CARD INCOME, AND IS-------*
      *----EARMARKED AS PROMOTIONAL SO IT LAPSES IF LEFT UNSPENT. A----*
      *----BALANCE THAT WOULD OVERFLOW SIMPLY GOES WITHOUT THE BONUS---*
      ******************************************************************
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-NO-TARIFF PIC X(4) VALUE SPACES.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-TIER PIC X(6).
           01 WS-BONUS-PCT PIC 9(3).
           01 WS-SPEND PIC 9(7).
           01 WS-NEXT-TIER PIC X(6).
           01 WS-SPEND-NEEDED PIC 9(7).
           01 WS-BONUS PIC 9(6).
           01 WS-USER-CREDITS PIC 9(6).
           01 WS-USER-FOUND PIC 9.
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
             05 LS-FORMATTED-DTE-TME.
               15 LS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 LS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 LS-FORMATTED-MS      PIC  X(2).

           01 LS-USERNAME PIC X(16).
           01 LS-CREDITS-BOUGHT PIC 9(6).
           01 LS-BONUS-GRANTED PIC 9(6).

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-USERNAME,
           LS-CREDITS-BOUGHT, LS-BONUS-GRANTED.
           MOVE 0 TO LS-BONUS-GRANTED.

           CALL "get-loyalty-tier" USING LS-USERNAME, WS-TIER,
               WS-BONUS-PCT, WS-SPEND, WS-NEXT-TIER, WS-SPEND-NEEDED.
           COMPUTE WS-BONUS = LS-CREDITS-BOUGHT * WS-BONUS-PCT / 100.
           IF WS-BONUS = 0 THEN
               GOBACK
           END-IF.

           CALL "add-credits" USING LS-USERNAME, WS-BONUS,
               WS-ADD-OVERFLOW.
           IF WS-ADD-OVERFLOW = 1 THEN
               GOBACK
           END-IF.

           CALL "find-account" USING LS-USERNAME, WS-USER-CREDITS,
               WS-USER-FOUND.
           MOVE WS-USER-CREDITS TO WS-POST-BALANCE.
           CALL "transactions" USING LS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, WS-BONUS, WS-POST-BALANCE, "6",
               WS-NO-TARIFF,
               WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.
           CALL "grant-promo-credits" USING LS-USERNAME, WS-BONUS.
           MOVE WS-BONUS TO LS-BONUS-GRANTED.

           GOBACK.
