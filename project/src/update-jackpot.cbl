       IDENTIFICATION DIVISION.
       PROGRAM-ID. update-jackpot.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS THE PROGRESSIVE JACKPOT IN-----------*
      *----JACKPOT.DAT. ACTION "C" DIVERTS JACKPOT-PCT PER CENT OF A---*
      *----"W" STAKE (ROUNDED DOWN) INTO THE POT, BOOKED AGAINST THE---*
      *----STAKING MEMBER AS ENTRY TYPE "7" -- IT NEVER TOUCHES THEIR--*
      *----BALANCE, IT MOVES THE MONEY FROM GAMING INCOME TO THE-------*
      *----JACKPOT ACCOUNT. ACTION "P" PAYS THE WHOLE POT TO THE-------*
      *----WINNER AS ENTRY TYPE "8" AND RESTARTS IT FROM JACKPOT-SEED,-*
      *----THE HOUSE'S OWN MONEY, BOOKED AS TYPE "9" (THE SAME ROW-----*
      *----OPENS THE VERY FIRST POT). A PAYOUT THAT WOULD OVERFLOW THE-*
      *----WINNER'S BALANCE IS REFUSED AND THE POT LEFT STANDING-------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-JACKPOT-FILE ASSIGN TO
             'jackpot.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-JACKPOT-FILE.
           01 JP-ENTRY.
              05 JP-BALANCE PIC 9(6).
              05 JP-LAST-WINNER PIC X(16).
              05 JP-LAST-GAME PIC X(4).
              05 JP-LAST-AMOUNT PIC 9(6).
              05 JP-LAST-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-POT-FOUND PIC 9 VALUE 0.
           01 WS-PCT-KEY PIC X(20) VALUE "JACKPOT-PCT".
           01 WS-PCT-DEFAULT PIC 9(6) VALUE 5.
           01 WS-PCT-VALUE PIC 9(6).
           01 WS-SEED-KEY PIC X(20) VALUE "JACKPOT-SEED".
           01 WS-SEED-DEFAULT PIC 9(6) VALUE 250.
           01 WS-SEED-VALUE PIC 9(6).
           01 WS-CONTRIBUTION PIC 9(6).
           01 WS-PAYOUT PIC 9(6).
           01 WS-ADD-OVERFLOW PIC 9.
           01 WS-USER-CREDITS PIC 9(6).
           01 WS-USER-FOUND PIC 9.

      *>    THE POT AS IT STANDS, HELD HERE WHILE IT IS CHANGED.
           01 WS-POT.
              05 WS-POT-BALANCE PIC 9(6).
              05 WS-POT-LAST-WINNER PIC X(16).
              05 WS-POT-LAST-GAME PIC X(4).
              05 WS-POT-LAST-AMOUNT PIC 9(6).
              05 WS-POT-LAST-DATE PIC 9(8).

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

      *>    "C" = CONTRIBUTE FROM A STAKE, "P" = PAY THE POT OUT
           01 LS-ACTION PIC X.
           01 LS-USERNAME PIC X(16).
      *>    THE GAME TAG THE LEDGER ROWS CARRY ("WORD", "TTT " ...)
           01 LS-GAME PIC X(4).
      *>    "C": IN, THE STAKE. "P": OUT, THE CREDITS PAID.
           01 LS-AMOUNT PIC 9(6).
      *>    "C": IN, THE MEMBER'S BALANCE AFTER THE STAKE.
      *>    "P": OUT, THE WINNER'S BALANCE AFTER THE PAYOUT.
           01 LS-POST-BALANCE PIC 9(6).
      *>    "Y" = DONE, "N" = NOTHING TO DIVERT OR PAY,
      *>    "O" = PAYOUT WOULD OVERFLOW THE WINNER'S BALANCE
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-ACTION,
           LS-USERNAME, LS-GAME, LS-AMOUNT, LS-POST-BALANCE,
           LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-POT-FOUND.
           MOVE 0 TO WS-CONTRIBUTION.
           MOVE 0 TO WS-PAYOUT.

           MOVE "N" TO LS-RESULT.

           CALL "get-parameter" USING WS-SEED-KEY, WS-SEED-DEFAULT,
             WS-SEED-VALUE.

           PERFORM LOAD-POT.

           IF LS-ACTION = "C" THEN
               PERFORM CONTRIBUTE-STAKE
           END-IF.
           IF LS-ACTION = "P" THEN
               PERFORM PAY-THE-POT
           END-IF.

           GOBACK.

       LOAD-POT.
           MOVE 0 TO WS-POT-BALANCE.
           MOVE SPACES TO WS-POT-LAST-WINNER.
           MOVE SPACES TO WS-POT-LAST-GAME.
           MOVE 0 TO WS-POT-LAST-AMOUNT.
           MOVE 0 TO WS-POT-LAST-DATE.
           OPEN INPUT F-JACKPOT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JACKPOT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 1 TO WS-POT-FOUND
                       MOVE JP-ENTRY TO WS-POT
               END-READ
           END-PERFORM.
           CLOSE F-JACKPOT-FILE.

       CONTRIBUTE-STAKE.
           CALL "get-parameter" USING WS-PCT-KEY, WS-PCT-DEFAULT,
             WS-PCT-VALUE.
           IF WS-PCT-VALUE > 100 THEN
               MOVE 0 TO WS-PCT-VALUE
           END-IF.
           COMPUTE WS-CONTRIBUTION = LS-AMOUNT * WS-PCT-VALUE / 100.
           IF WS-CONTRIBUTION = 0 THEN
               EXIT PARAGRAPH
           END-IF.

      *>    THE FIRST STAKE EVER DIVERTED OPENS THE POT AT ITS SEED.
           IF WS-POT-FOUND = 0 THEN
               PERFORM SEED-THE-POT
           END-IF.

           CALL "transactions" USING LS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, WS-CONTRIBUTION, LS-POST-BALANCE, "7",
               LS-GAME, WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.
           ADD WS-CONTRIBUTION TO WS-POT-BALANCE.
           PERFORM SAVE-POT.
           MOVE "Y" TO LS-RESULT.

       PAY-THE-POT.
           MOVE 0 TO LS-AMOUNT.
           CALL "find-account" USING LS-USERNAME, WS-USER-CREDITS,
               WS-USER-FOUND.
           MOVE WS-USER-CREDITS TO LS-POST-BALANCE.
           IF WS-USER-FOUND NOT = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-POT-FOUND = 0 THEN
               PERFORM SEED-THE-POT
           END-IF.
           IF WS-POT-BALANCE = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-POT-BALANCE TO WS-PAYOUT.
           CALL "add-credits" USING LS-USERNAME, WS-PAYOUT,
               WS-ADD-OVERFLOW.
           IF WS-ADD-OVERFLOW = 1 THEN
               MOVE "O" TO LS-RESULT
               PERFORM SAVE-POT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE LS-POST-BALANCE = WS-USER-CREDITS + WS-PAYOUT.
           CALL "transactions" USING LS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, WS-PAYOUT, LS-POST-BALANCE, "8",
               LS-GAME, WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.
           MOVE WS-PAYOUT TO LS-AMOUNT.
           MOVE LS-USERNAME TO WS-POT-LAST-WINNER.
           MOVE LS-GAME TO WS-POT-LAST-GAME.
           MOVE WS-PAYOUT TO WS-POT-LAST-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POT-LAST-DATE.
           MOVE 0 TO WS-POT-BALANCE.

      *>    THE NEXT POT STARTS AT THE SEED STRAIGHT AWAY, BOOKED
      *>    AGAINST THE WINNER WHOSE WIN EMPTIED THE LAST ONE.
           PERFORM SEED-THE-POT.
           PERFORM SAVE-POT.
           MOVE "Y" TO LS-RESULT.

      *>    THE SEED IS HOUSE MONEY: A MEMO ROW ("9") THAT MOVES NO
      *>    MEMBER'S CREDITS, CARRYING THE POST-BALANCE OF THE MEMBER
      *>    IT IS BOOKED AGAINST SO THE RECONCILE JOB STILL BALANCES.
       SEED-THE-POT.
           MOVE 1 TO WS-POT-FOUND.
           IF WS-SEED-VALUE = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "transactions" USING LS-FORMATTED-DT, LS-USERNAME,
               WS-ZERO-CHARGE, WS-SEED-VALUE, LS-POST-BALANCE, "9",
               LS-GAME, WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT.
           ADD WS-SEED-VALUE TO WS-POT-BALANCE.

       SAVE-POT.
           OPEN OUTPUT F-JACKPOT-FILE.
           MOVE WS-POT TO JP-ENTRY.
           WRITE JP-ENTRY.
           CLOSE F-JACKPOT-FILE.
