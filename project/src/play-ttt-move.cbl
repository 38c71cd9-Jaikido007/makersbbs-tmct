      ******************************************************************
      *----SUB PROGRAM THAT PLAYS ONE MOVE IN A MEMBER-VERSUS-MEMBER---*
      *----TIC-TAC-TOE MATCH FROM TTT-MATCHES.DAT. IT MUST BE THE------*
      *----CALLER'S TURN AND THE CELL FREE; THE OPPONENT'S FIRST MOVE--*
      *----ALSO STAKES THEIR SIDE OF ANY WAGER (ACCEPTING THE----------*
      *----CHALLENGE), WITH ITS JACKPOT SHARE GOING THROUGH------------*
      *----UPDATE-JACKPOT. A FINISHED LINE SETTLES THE MATCH: RESULTS--*
      *----GO THROUGH UPDATE-TTT-RECORD FOR BOTH PLAYERS, THE WINNER---*
      *----TAKES THE WHOLE POT ("A", AS THE SOLO GAMES PAY OUT), A-----*
      *----DRAW HANDS EACH STAKE BACK, AND THE OTHER PLAYER IS NUDGED--*
      *----THROUGH THE NOTIFICATION COUNTER EITHER WAY. THE RESULT IS--*
      *----ALSO PASSED TO ADVANCE-KNOCKOUT IN CASE THE MATCH BELONGS---*
      *----TO A KNOCKOUT BRACKET---------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-ZERO-CHARGE PIC 9(6) VALUE 0.
           01 WS-PVP-TARIFF PIC X(4) VALUE "PVP".
           01 WS-JACKPOT-RESULT PIC X.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-PLAY-VERDICT PIC X.
           01 WS-HHLD-RESULT PIC X.
           01 WS-RATING-WEIGHT PIC 9(2).
           01 WS-NO-KNOCKOUT PIC 9(4) VALUE 0.
           01 WS-KO-WINNER PIC X(16).

      *>    THE EIGHT WINNING LINES AS CELL TRIPLETS.
           01 WS-WIN-LINE-VALUES.
      *>    MADE AND IT IS A DRAW, "N" = NOT YOUR MATCH / NOT YOUR
      *>    TURN / CELL TAKEN, "I" = INSUFFICIENT CREDITS TO STAKE,
      *>    "E" = SELF-EXCLUDED, "L" = OWN LOSS LIMIT WOULD BE
      *>    BREACHED, "B" = BARRED BY THE HEAD OF HOUSEHOLD
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-PLAYER,
                   MOVE WS-PLAY-VERDICT TO LS-RESULT
                   GOBACK
               END-IF
               CALL "draw-household-credits" USING
                   LS-FORMATTED-DT, LS-PLAYER, WS-WAGER,
                   WS-HHLD-RESULT
               CALL "find-account" USING LS-PLAYER, WS-MY-CREDITS,
                   WS-MY-FOUND
               IF WS-WAGER > WS-MY-CREDITS THEN
                   WS-ZERO-CREDITS, WS-WAGER, WS-POST-BALANCE, "W",
                   WS-PVP-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
               CALL "update-jackpot" USING LS-FORMATTED-DT, "C",
                   LS-PLAYER, WS-PVP-TARIFF, WS-WAGER, WS-POST-BALANCE,
                   WS-JACKPOT-RESULT
           END-IF.

           MOVE WS-MY-MARK TO WS-BOARD(LS-CELL:1).
           END-PERFORM.
           CLOSE F-MATCHES-FILE.

           CALL "notify-member" USING WS-OTHER-PLAYER, "GAME".

           IF WS-OUTCOME = "W" THEN
               PERFORM SETTLE-THE-WIN
           END-IF
           END-IF.

      *>    A KNOCKOUT GAME CARRIES ITS WINNER INTO THE NEXT ROUND (A
      *>    DRAW IS PLAYED AGAIN); ANY OTHER MATCH IS IGNORED THERE.
           IF WS-OUTCOME = "W" OR WS-OUTCOME = "D" THEN
               IF WS-OUTCOME = "W" THEN
                   MOVE LS-PLAYER TO WS-KO-WINNER
               ELSE
                   MOVE SPACES TO WS-KO-WINNER
               END-IF
               CALL "advance-knockout" USING LS-FORMATTED-DT,
                   WS-NO-KNOCKOUT, LS-MATCH-ID, WS-KO-WINNER, "D"
           END-IF.

           GOBACK.

       CHECK-THE-BOARD.
