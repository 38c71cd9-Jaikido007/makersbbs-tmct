       PROGRAM-ID. create-ttt-match.
      ******************************************************************
      *----SUB PROGRAM THAT OPENS A MEMBER-VERSUS-MEMBER TIC-TAC-TOE---*
      *----MATCH IN TTT-MATCHES.DAT. THE CHALLENGER PLAYS X AND MOVES--*
      *----FIRST; AN OPTIONAL WAGER IS STAKED BY THE CHALLENGER NOW----*
      *----(TYPE "W", LIKE THE SOLO GAMES, WITH ITS SHARE TO THE-------*
      *----PROGRESSIVE JACKPOT THROUGH UPDATE-JACKPOT) AND BY THE------*
      *----OPPONENT ON THEIR FIRST MOVE. THE OPPONENT IS NUDGED--------*
      *----THROUGH THE NOTIFICATION COUNTER TO COME AND PLAY-----------*
      ******************************************************************
           01 WS-POST-BALANCE PIC 9(6).
           01 WS-ZERO-CREDITS PIC 9(6) VALUE 0.
           01 WS-PVP-TARIFF PIC X(4) VALUE "PVP".
           01 WS-JACKPOT-RESULT PIC X.
           01 WS-ZERO-VAT-SPLIT PIC 9(6)V99 VALUE 0.
           01 WS-PLAY-VERDICT PIC X.
           01 WS-HHLD-RESULT PIC X.

           LINKAGE SECTION.
           01 LS-FORMATTED-DT.
      *>    "Y" = MATCH OPEN, "U" = NO SUCH OPPONENT, "S" = CANNOT
      *>    CHALLENGE YOURSELF, "I" = INSUFFICIENT CREDITS FOR THE
      *>    STAKE, "E" = SELF-EXCLUDED, "L" = OWN LOSS LIMIT WOULD
      *>    BE BREACHED, "B" = BARRED BY THE HEAD OF HOUSEHOLD
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-CHALLENGER,
                   MOVE WS-PLAY-VERDICT TO LS-RESULT
                   GOBACK
               END-IF
               CALL "draw-household-credits" USING
                   LS-FORMATTED-DT, LS-CHALLENGER, LS-WAGER,
                   WS-HHLD-RESULT
               CALL "find-account" USING LS-CHALLENGER,
                   WS-MY-CREDITS, WS-MY-FOUND
               IF LS-WAGER > WS-MY-CREDITS THEN
                   LS-CHALLENGER, WS-ZERO-CREDITS, LS-WAGER,
                   WS-POST-BALANCE, "W", WS-PVP-TARIFF,
                   WS-ZERO-VAT-SPLIT, WS-ZERO-VAT-SPLIT
               CALL "update-jackpot" USING LS-FORMATTED-DT, "C",
                   LS-CHALLENGER, WS-PVP-TARIFF, LS-WAGER,
                   WS-POST-BALANCE, WS-JACKPOT-RESULT
           END-IF.

           OPEN INPUT F-MATCHES-FILE.
           WRITE TM-ENTRY.
           CLOSE F-MATCHES-FILE.

           CALL "notify-member" USING LS-OPPONENT, "GAME".

           MOVE "Y" TO LS-RESULT.

