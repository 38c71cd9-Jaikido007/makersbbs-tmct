       IDENTIFICATION DIVISION.
       PROGRAM-ID. advance-knockout.
      ******************************************************************
      *----SUB PROGRAM THAT MOVES A KNOCKOUT BRACKET ON. GIVEN A-------*
      *----FINISHED TIC-TAC-TOE MATCH IT RECORDS THE WINNER ON THE-----*
      *----BRACKET ROW THAT OWNS THE MATCH (A DRAWN GAME IS REPLAYED---*
      *----WITH THE OTHER PLAYER MOVING FIRST). IT THEN FILLS EVERY----*
      *----LATER-ROUND ROW WHOSE FEEDER MATCHES ARE DECIDED AND OPENS--*
      *----THE MATCH THROUGH CREATE-TTT-MATCH ONCE BOTH PLAYERS ARE----*
      *----KNOWN. WHEN THE FINAL IS DECIDED THE POOL GOES 70/30 TO-----*
      *----THE FINALISTS THROUGH PAY-TOURNAMENT-PRIZE (TAGGED TOUR)----*
      *----AND THE KNOCKOUT IS MARKED COMPLETE. CALLED WITH A MATCH----*
      *----ID OF ZERO IT ONLY PROGRESSES THE NAMED KNOCKOUT, WHICH IS--*
      *----HOW THE OVERNIGHT DRAW OPENS THE FIRST ROUND----------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KNOCKOUTS-FILE ASSIGN TO
             'knockouts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-MATCHES-FILE ASSIGN TO
             'knockout-matches.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MATCHES-FILE ASSIGN TO "ttt-matches.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-KNOCKOUTS-FILE.
           01 KO-ENTRY.
              05 KO-ID PIC 9(4).
              05 KO-NAME PIC X(30).
              05 KO-DRAW-DATE PIC 9(8).
              05 KO-ROUND-DAYS PIC 9(2).
              05 KO-FEE PIC 9(6).
              05 KO-PRIZE-POOL PIC 9(6).
              05 KO-BRACKET-SIZE PIC 9(2).
              05 KO-ROUNDS PIC 9(1).
              05 KO-STATUS PIC X(1).

           FD F-KO-MATCHES-FILE.
           01 KM-ENTRY.
              05 KM-KO-ID PIC 9(4).
              05 KM-ROUND PIC 9(1).
              05 KM-SLOT PIC 9(2).
              05 KM-PLAYER-1 PIC X(16).
              05 KM-SEED-1 PIC 9(2).
              05 KM-PLAYER-2 PIC X(16).
              05 KM-SEED-2 PIC 9(2).
              05 KM-TM-ID PIC 9(4).
              05 KM-DEADLINE PIC 9(8).
              05 KM-WINNER PIC X(16).
              05 KM-STATUS PIC X(1).

           FD F-MATCHES-FILE.
           01 TM-ENTRY.
              05 TM-ID PIC 9(4).
              05 TM-CHALLENGER PIC X(16).
              05 TM-OPPONENT PIC X(16).
              05 TM-BOARD PIC X(9).
              05 TM-NEXT PIC X(16).
              05 TM-STATUS PIC X(1).
              05 TM-WINNER PIC X(16).
              05 TM-WAGER PIC 9(6).
              05 TM-OPP-STAKED PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-PRIZE-TARIFF PIC X(4) VALUE "TOUR".
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-KO-ID PIC 9(4) VALUE 0.
           01 WS-KO-STATUS PIC X.
           01 WS-KO-POOL PIC 9(6).
           01 WS-KO-ROUNDS PIC 9(1).
           01 WS-ZERO-WAGER PIC 9(6) VALUE 0.
           01 WS-CREATE-RESULT PIC X.
           01 WS-NEW-TM-ID PIC 9(4).
           01 WS-HELD-TM-ID PIC 9(4).

      *>    THE WHOLE BRACKET OF ONE KNOCKOUT: 32 ENTRANTS MAKE 31
      *>    MATCHES AT MOST.
           01 WS-ROW-COUNT PIC 99 VALUE 0.
           01 WS-ROWS.
               05 WS-ROW OCCURS 31 TIMES.
                   10 WS-ROW-ROUND PIC 9(1).
                   10 WS-ROW-SLOT PIC 9(2).
                   10 WS-ROW-PLAYER-1 PIC X(16).
                   10 WS-ROW-SEED-1 PIC 9(2).
                   10 WS-ROW-PLAYER-2 PIC X(16).
                   10 WS-ROW-SEED-2 PIC 9(2).
                   10 WS-ROW-TM-ID PIC 9(4).
                   10 WS-ROW-DEADLINE PIC 9(8).
                   10 WS-ROW-WINNER PIC X(16).
                   10 WS-ROW-STATUS PIC X(1).
           01 WS-IDX PIC 99.
           01 WS-FIND-ROUND PIC 9(1).
           01 WS-FIND-SLOT PIC 9(2).
           01 WS-FOUND-IDX PIC 99.
           01 WS-FEED-IDX PIC 99.
           01 WS-CHANGED PIC 9.
           01 WS-FINAL-IDX PIC 99.
           01 WS-HOLD-NAME PIC X(16).
           01 WS-HOLD-SEED PIC 9(2).

           01 WS-RUNNER-UP PIC X(16).
           01 WS-PAY-NAME PIC X(16).
           01 WS-PAY-AMOUNT PIC 9(6).
           01 WS-PRIZE-1 PIC 9(6).
           01 WS-PRIZE-2 PIC 9(6).

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

           01 LS-KO-ID PIC 9(4).
           01 LS-TM-ID PIC 9(4).
      *>    SPACES WHEN THE MATCH WAS DRAWN.
           01 LS-WINNER PIC X(16).
      *>    "D" = DECIDED OVER THE BOARD, "F" = FORFEITED
           01 LS-HOW PIC X.

       PROCEDURE DIVISION USING LS-FORMATTED-DT, LS-KO-ID, LS-TM-ID,
           LS-WINNER, LS-HOW.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE LS-KO-ID TO WS-KO-ID.

      *>    ORDINARY MEMBER MATCHES BELONG TO NO BRACKET AND FALL
      *>    STRAIGHT THROUGH HERE.
           IF LS-TM-ID > 0 THEN
               MOVE 0 TO WS-KO-ID
               OPEN INPUT F-KO-MATCHES-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-KO-MATCHES-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF KM-TM-ID = LS-TM-ID AND
                              KM-STATUS = "P" THEN
                               MOVE KM-KO-ID TO WS-KO-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-KO-MATCHES-FILE
           END-IF.
           IF WS-KO-ID = 0 THEN
               GOBACK
           END-IF.

           PERFORM LOAD-KNOCKOUT.
           IF WS-KO-STATUS NOT = "P" THEN
               GOBACK
           END-IF.
           PERFORM LOAD-BRACKET.

           IF LS-TM-ID > 0 THEN
               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX >= WS-ROW-COUNT
                   ADD 1 TO WS-IDX
                   IF WS-ROW-TM-ID(WS-IDX) = LS-TM-ID AND
                      WS-ROW-STATUS(WS-IDX) = "P" THEN
                       MOVE WS-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF LS-WINNER = SPACES THEN
                   PERFORM REPLAY-THE-DRAW
               ELSE
                   MOVE LS-WINNER TO WS-ROW-WINNER(WS-FOUND-IDX)
                   MOVE LS-HOW TO WS-ROW-STATUS(WS-FOUND-IDX)
               END-IF
           END-IF.

      *>    KEEP GOING UNTIL A PASS CHANGES NOTHING, SO A FORFEIT OR
      *>    A BYE CAN CARRY A PLAYER MORE THAN ONE ROUND IF NEED BE.
           MOVE 1 TO WS-CHANGED.
           PERFORM UNTIL WS-CHANGED = 0
               MOVE 0 TO WS-CHANGED
               MOVE 0 TO WS-IDX
               PERFORM UNTIL WS-IDX >= WS-ROW-COUNT
                   ADD 1 TO WS-IDX
                   IF WS-ROW-STATUS(WS-IDX) = "W" THEN
                       PERFORM FILL-ONE-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM SAVE-BRACKET.

           MOVE WS-KO-ROUNDS TO WS-FIND-ROUND.
           MOVE 1 TO WS-FIND-SLOT.
           PERFORM FIND-ROW.
           MOVE WS-FOUND-IDX TO WS-FINAL-IDX.
           IF WS-FINAL-IDX > 0 THEN
               IF WS-ROW-STATUS(WS-FINAL-IDX) = "D" OR
                  WS-ROW-STATUS(WS-FINAL-IDX) = "F" OR
                  WS-ROW-STATUS(WS-FINAL-IDX) = "B" THEN
                   PERFORM PAY-FINALISTS
                   PERFORM MARK-COMPLETE
               END-IF
           END-IF.

           GOBACK.

       LOAD-KNOCKOUT.
           MOVE SPACE TO WS-KO-STATUS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = WS-KO-ID THEN
                           MOVE KO-STATUS TO WS-KO-STATUS
                           MOVE KO-PRIZE-POOL TO WS-KO-POOL
                           MOVE KO-ROUNDS TO WS-KO-ROUNDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

       LOAD-BRACKET.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-KO-ID = WS-KO-ID AND
                          WS-ROW-COUNT < 31 THEN
                           ADD 1 TO WS-ROW-COUNT
                           MOVE KM-ROUND TO WS-ROW-ROUND(WS-ROW-COUNT)
                           MOVE KM-SLOT TO WS-ROW-SLOT(WS-ROW-COUNT)
                           MOVE KM-PLAYER-1 TO
                             WS-ROW-PLAYER-1(WS-ROW-COUNT)
                           MOVE KM-SEED-1 TO WS-ROW-SEED-1(WS-ROW-COUNT)
                           MOVE KM-PLAYER-2 TO
                             WS-ROW-PLAYER-2(WS-ROW-COUNT)
                           MOVE KM-SEED-2 TO WS-ROW-SEED-2(WS-ROW-COUNT)
                           MOVE KM-TM-ID TO WS-ROW-TM-ID(WS-ROW-COUNT)
                           MOVE KM-DEADLINE TO
                             WS-ROW-DEADLINE(WS-ROW-COUNT)
                           MOVE KM-WINNER TO WS-ROW-WINNER(WS-ROW-COUNT)
                           MOVE KM-STATUS TO WS-ROW-STATUS(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

       FIND-ROW.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE 0 TO WS-FEED-IDX.
           PERFORM UNTIL WS-FEED-IDX >= WS-ROW-COUNT
               ADD 1 TO WS-FEED-IDX
               IF WS-ROW-ROUND(WS-FEED-IDX) = WS-FIND-ROUND AND
                  WS-ROW-SLOT(WS-FEED-IDX) = WS-FIND-SLOT THEN
                   MOVE WS-FEED-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *>    A WAITING ROW TAKES THE WINNER OF EACH DECIDED FEEDER
      *>    (SLOTS 2S-1 AND 2S OF THE ROUND BEFORE) AND, ONCE IT HAS
      *>    BOTH PLAYERS, OPENS ITS MATCH. THE HIGHER SEED PLAYS X.
       FILL-ONE-ROW.
           IF WS-ROW-ROUND(WS-IDX) > 1 THEN
               IF WS-ROW-PLAYER-1(WS-IDX) = SPACES THEN
                   COMPUTE WS-FIND-ROUND = WS-ROW-ROUND(WS-IDX) - 1
                   COMPUTE WS-FIND-SLOT = WS-ROW-SLOT(WS-IDX) * 2 - 1
                   PERFORM FIND-ROW
                   IF WS-FOUND-IDX > 0 THEN
                       IF WS-ROW-STATUS(WS-FOUND-IDX) = "D" OR
                          WS-ROW-STATUS(WS-FOUND-IDX) = "F" OR
                          WS-ROW-STATUS(WS-FOUND-IDX) = "B" THEN
                           MOVE WS-ROW-WINNER(WS-FOUND-IDX) TO
                             WS-ROW-PLAYER-1(WS-IDX)
                           IF WS-ROW-WINNER(WS-FOUND-IDX) =
                              WS-ROW-PLAYER-1(WS-FOUND-IDX) THEN
                               MOVE WS-ROW-SEED-1(WS-FOUND-IDX) TO
                                 WS-ROW-SEED-1(WS-IDX)
                           ELSE
                               MOVE WS-ROW-SEED-2(WS-FOUND-IDX) TO
                                 WS-ROW-SEED-1(WS-IDX)
                           END-IF
                           MOVE 1 TO WS-CHANGED
                       END-IF
                   END-IF
               END-IF
               IF WS-ROW-PLAYER-2(WS-IDX) = SPACES THEN
                   COMPUTE WS-FIND-ROUND = WS-ROW-ROUND(WS-IDX) - 1
                   COMPUTE WS-FIND-SLOT = WS-ROW-SLOT(WS-IDX) * 2
                   PERFORM FIND-ROW
                   IF WS-FOUND-IDX > 0 THEN
                       IF WS-ROW-STATUS(WS-FOUND-IDX) = "D" OR
                          WS-ROW-STATUS(WS-FOUND-IDX) = "F" OR
                          WS-ROW-STATUS(WS-FOUND-IDX) = "B" THEN
                           MOVE WS-ROW-WINNER(WS-FOUND-IDX) TO
                             WS-ROW-PLAYER-2(WS-IDX)
                           IF WS-ROW-WINNER(WS-FOUND-IDX) =
                              WS-ROW-PLAYER-1(WS-FOUND-IDX) THEN
                               MOVE WS-ROW-SEED-1(WS-FOUND-IDX) TO
                                 WS-ROW-SEED-2(WS-IDX)
                           ELSE
                               MOVE WS-ROW-SEED-2(WS-FOUND-IDX) TO
                                 WS-ROW-SEED-2(WS-IDX)
                           END-IF
                           MOVE 1 TO WS-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-ROW-PLAYER-1(WS-IDX) NOT = SPACES AND
              WS-ROW-PLAYER-2(WS-IDX) NOT = SPACES THEN
               IF WS-ROW-SEED-2(WS-IDX) < WS-ROW-SEED-1(WS-IDX) THEN
                   PERFORM SWAP-SIDES
               END-IF
               PERFORM OPEN-ROW-MATCH
               MOVE 1 TO WS-CHANGED
           END-IF.

       SWAP-SIDES.
           MOVE WS-ROW-PLAYER-1(WS-IDX) TO WS-HOLD-NAME.
           MOVE WS-ROW-SEED-1(WS-IDX) TO WS-HOLD-SEED.
           MOVE WS-ROW-PLAYER-2(WS-IDX) TO WS-ROW-PLAYER-1(WS-IDX).
           MOVE WS-ROW-SEED-2(WS-IDX) TO WS-ROW-SEED-1(WS-IDX).
           MOVE WS-HOLD-NAME TO WS-ROW-PLAYER-2(WS-IDX).
           MOVE WS-HOLD-SEED TO WS-ROW-SEED-2(WS-IDX).

      *>    THE NEW MATCH IS THE HIGHEST-NUMBERED OPEN ONE BETWEEN THE
      *>    PAIR; IF IT CANNOT BE OPENED (A CLOSED ACCOUNT) THE OTHER
      *>    SIDE GOES THROUGH ON A FORFEIT.
       OPEN-ROW-MATCH.
           CALL "create-ttt-match" USING LS-FORMATTED-DT,
               WS-ROW-PLAYER-1(WS-IDX), WS-ROW-PLAYER-2(WS-IDX),
               WS-ZERO-WAGER, WS-CREATE-RESULT.
           IF WS-CREATE-RESULT = "Y" THEN
               PERFORM FIND-NEW-MATCH
               MOVE WS-NEW-TM-ID TO WS-ROW-TM-ID(WS-IDX)
               MOVE "P" TO WS-ROW-STATUS(WS-IDX)
           ELSE
               MOVE WS-ROW-PLAYER-1(WS-IDX) TO WS-ROW-WINNER(WS-IDX)
               MOVE "F" TO WS-ROW-STATUS(WS-IDX)
           END-IF.

       FIND-NEW-MATCH.
           MOVE 0 TO WS-NEW-TM-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TM-CHALLENGER = WS-ROW-PLAYER-1(WS-IDX) AND
                          TM-OPPONENT = WS-ROW-PLAYER-2(WS-IDX) AND
                          TM-STATUS = "O" AND
                          TM-ID > WS-NEW-TM-ID THEN
                           MOVE TM-ID TO WS-NEW-TM-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MATCHES-FILE.

      *>    A DRAWN KNOCKOUT GAME IS PLAYED AGAIN WITH THE SIDES
      *>    SWAPPED, SO THE PLAYER WHO MOVED SECOND NOW MOVES FIRST.
       REPLAY-THE-DRAW.
           MOVE WS-FOUND-IDX TO WS-IDX.
           MOVE WS-ROW-TM-ID(WS-IDX) TO WS-HELD-TM-ID.
           PERFORM SWAP-SIDES.
           PERFORM OPEN-ROW-MATCH.
           IF WS-ROW-STATUS(WS-IDX) = "F" THEN
               MOVE WS-HELD-TM-ID TO WS-ROW-TM-ID(WS-IDX)
           END-IF.

       SAVE-BRACKET.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-KO-ID = WS-KO-ID THEN
                           PERFORM SAVE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

       SAVE-ONE-ROW.
           MOVE KM-ROUND TO WS-FIND-ROUND.
           MOVE KM-SLOT TO WS-FIND-SLOT.
           PERFORM FIND-ROW.
           IF WS-FOUND-IDX > 0 THEN
               MOVE WS-ROW-PLAYER-1(WS-FOUND-IDX) TO KM-PLAYER-1
               MOVE WS-ROW-SEED-1(WS-FOUND-IDX) TO KM-SEED-1
               MOVE WS-ROW-PLAYER-2(WS-FOUND-IDX) TO KM-PLAYER-2
               MOVE WS-ROW-SEED-2(WS-FOUND-IDX) TO KM-SEED-2
               MOVE WS-ROW-TM-ID(WS-FOUND-IDX) TO KM-TM-ID
               MOVE WS-ROW-WINNER(WS-FOUND-IDX) TO KM-WINNER
               MOVE WS-ROW-STATUS(WS-FOUND-IDX) TO KM-STATUS
               REWRITE KM-ENTRY
           END-IF.

      *>    THE FINAL'S LOSER IS WHICHEVER FINALIST DID NOT WIN; A
      *>    FINAL SETTLED BY A BYE (A ONE-ENTRANT DRAW) HAS NO
      *>    RUNNER-UP AND THE WINNER TAKES THE LOT.
       PAY-FINALISTS.
           MOVE 0 TO WS-PRIZE-1.
           MOVE 0 TO WS-PRIZE-2.
           IF WS-ROW-WINNER(WS-FINAL-IDX) =
              WS-ROW-PLAYER-1(WS-FINAL-IDX) THEN
               MOVE WS-ROW-PLAYER-2(WS-FINAL-IDX) TO WS-RUNNER-UP
           ELSE
               MOVE WS-ROW-PLAYER-1(WS-FINAL-IDX) TO WS-RUNNER-UP
           END-IF.

           IF WS-RUNNER-UP = SPACES THEN
               MOVE WS-KO-POOL TO WS-PRIZE-1
           ELSE
               COMPUTE WS-PRIZE-2 = WS-KO-POOL * 30 / 100
               COMPUTE WS-PRIZE-1 = WS-KO-POOL - WS-PRIZE-2
           END-IF.

           IF WS-PRIZE-1 > 0 THEN
               MOVE WS-ROW-WINNER(WS-FINAL-IDX) TO WS-PAY-NAME
               MOVE WS-PRIZE-1 TO WS-PAY-AMOUNT
               PERFORM PAY-ONE-PRIZE
           END-IF.
           IF WS-PRIZE-2 > 0 THEN
               MOVE WS-RUNNER-UP TO WS-PAY-NAME
               MOVE WS-PRIZE-2 TO WS-PAY-AMOUNT
               PERFORM PAY-ONE-PRIZE
           END-IF.

       PAY-ONE-PRIZE.
           CALL "pay-tournament-prize" USING LS-FORMATTED-DT,
               WS-PAY-NAME, WS-PAY-AMOUNT, WS-PRIZE-TARIFF.

       MARK-COMPLETE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = WS-KO-ID THEN
                           MOVE "C" TO KO-STATUS
                           REWRITE KO-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.
