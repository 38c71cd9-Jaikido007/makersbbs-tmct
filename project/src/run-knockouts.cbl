       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-knockouts.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS THE KNOCKOUT TOURNAMENTS MOVING------*
      *----OVERNIGHT. ANY KNOCKOUT WHOSE DRAW DATE HAS COME IS DRAWN:--*
      *----ENTRANTS ARE SEEDED BY SKILL RATING (RATINGS.DAT, 1000 FOR--*
      *----THE UNRATED), THE BRACKET IS THE NEXT POWER OF TWO UP WITH--*
      *----THE TOP SEEDS GIVEN THE BYES, EACH ROUND GETS ITS DEADLINE--*
      *----AND ADVANCE-KNOCKOUT OPENS THE FIRST-ROUND MATCHES. THEN----*
      *----ANY MATCH STILL UNFINISHED PAST ITS ROUND DEADLINE IS-------*
      *----FORFEITED BY THE PLAYER WHOSE MOVE IT IS. CALLED FROM-------*
      *----END-OF-DAY-BATCH UNDER ITS OWN CHECKPOINT-------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KNOCKOUTS-FILE ASSIGN TO
             'knockouts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-ENTRIES-FILE ASSIGN TO
             'knockout-entries.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-MATCHES-FILE ASSIGN TO
             'knockout-matches.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-MATCHES-FILE ASSIGN TO "ttt-matches.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-RATINGS-FILE ASSIGN TO "ratings.dat"
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

           FD F-KO-ENTRIES-FILE.
           01 KE-ENTRY.
              05 KE-KO-ID PIC 9(4).
              05 KE-USERNAME PIC X(16).
              05 KE-ENTERED-DATE PIC 9(8).

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

           FD F-RATINGS-FILE.
           01 RL-ENTRY.
              05 RL-USERNAME PIC X(16).
              05 RL-RATING PIC 9(4).
              05 RL-PREV-RATING PIC 9(4).
              05 RL-GAMES PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-PRIZE-TARIFF PIC X(4) VALUE "TOUR".
           01 WS-FORMATTED-DT.
             05 WS-FORMATTED-DTE-TME.
               15 WS-FORMATTED-YEAR    PIC  X(4).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-MONTH   PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-DY      PIC  X(2).
               15 FILLER               PIC X VALUE '-'.
               15 WS-FORMATTED-HOUR    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MINS    PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-SEC     PIC  X(2).
               15 FILLER               PIC X VALUE ':'.
               15 WS-FORMATTED-MS      PIC  X(2).

           01 WS-DATETIME PIC X(21).
           01 WS-TODAY PIC 9(8).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           01 WS-DRAW-ID PIC 9(4) VALUE 0.
           01 WS-DRAW-POOL PIC 9(6).
           01 WS-DRAW-DAYS PIC 9(2).
           01 WS-DRAW-STATUS PIC X.
           01 WS-BRACKET-SIZE PIC 9(2).
           01 WS-ROUNDS PIC 9(1).

           01 WS-ENTRANT-COUNT PIC 99 VALUE 0.
           01 WS-ENTRANTS.
               05 WS-ENTRANT OCCURS 32 TIMES.
                   10 WS-ENT-NAME PIC X(16).
                   10 WS-ENT-RATING PIC 9(4).
           01 WS-OUTER PIC 99.
           01 WS-INNER PIC 99.
           01 WS-BEST PIC 99.
           01 WS-HOLD-NAME PIC X(16).
           01 WS-HOLD-RATING PIC 9(4).

      *>    SEED PLACES DOWN THE DRAW: 1 V 2 BECOMES 1 V 4, 2 V 3 AND
      *>    SO ON, SO THE TOP TWO SEEDS CAN ONLY MEET IN THE FINAL.
           01 WS-PLACES.
               05 WS-PLACE PIC 9(2) OCCURS 32 TIMES.
           01 WS-NEW-PLACES.
               05 WS-NEW-PLACE PIC 9(2) OCCURS 32 TIMES.
           01 WS-PLACED PIC 99.
           01 WS-ROUND PIC 9(1).
           01 WS-SLOT PIC 99.
           01 WS-SLOTS PIC 99.
           01 WS-SEED-A PIC 99.
           01 WS-SEED-B PIC 99.

           01 WS-FORFEIT-TM-ID PIC 9(4) VALUE 0.
           01 WS-LAST-FORFEIT-ID PIC 9(4) VALUE 0.
           01 WS-FORFEIT-PLAYER-1 PIC X(16).
           01 WS-FORFEIT-WINNER PIC X(16).
           01 WS-FORFEIT-HOW PIC X.
           01 WS-NO-KNOCKOUT PIC 9(4) VALUE 0.
           01 WS-NO-MATCH PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-DRAW-ID.
           MOVE 0 TO WS-FORFEIT-TM-ID.
           MOVE 0 TO WS-LAST-FORFEIT-ID.

           PERFORM 0200-TIME-AND-DATE.
           MOVE WS-DATETIME(1:8) TO WS-TODAY.

      *>    ONE KNOCKOUT AT A TIME, SO A MISSED NIGHT CATCHES UP BY
      *>    ITSELF.
           PERFORM FIND-DUE-DRAW.
           PERFORM UNTIL WS-DRAW-ID = 0
               PERFORM DRAW-ONE-KNOCKOUT
               PERFORM FIND-DUE-DRAW
           END-PERFORM.

           PERFORM FIND-OVERDUE-MATCH.
           PERFORM UNTIL WS-FORFEIT-TM-ID = 0
               PERFORM FORFEIT-ONE-MATCH
               PERFORM FIND-OVERDUE-MATCH
           END-PERFORM.

           GOBACK.

       FIND-DUE-DRAW.
           MOVE 0 TO WS-DRAW-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-STATUS = "E" AND
                          KO-DRAW-DATE <= WS-TODAY AND
                          WS-DRAW-ID = 0 THEN
                           MOVE KO-ID TO WS-DRAW-ID
                           MOVE KO-PRIZE-POOL TO WS-DRAW-POOL
                           MOVE KO-ROUND-DAYS TO WS-DRAW-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

       DRAW-ONE-KNOCKOUT.
           PERFORM LOAD-ENTRANTS.
           PERFORM LOAD-RATINGS.
           PERFORM RANK-ENTRANTS.

      *>    NOBODY CAME: NOTHING TO PLAY. ONE ENTRANT: NOTHING TO
      *>    PLAY EITHER, AND THE POOL (THEIR OWN FEE) GOES BACK.
           IF WS-ENTRANT-COUNT < 2 THEN
               IF WS-ENTRANT-COUNT = 1 AND WS-DRAW-POOL > 0 THEN
                   CALL "pay-tournament-prize" USING WS-FORMATTED-DT,
                       WS-ENT-NAME(1), WS-DRAW-POOL, WS-PRIZE-TARIFF
               END-IF
               MOVE 0 TO WS-BRACKET-SIZE
               MOVE 0 TO WS-ROUNDS
               MOVE "C" TO WS-DRAW-STATUS
               PERFORM UPDATE-KNOCKOUT
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-BRACKET-SIZE.
           MOVE 0 TO WS-ROUNDS.
           PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANT-COUNT
               COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
               ADD 1 TO WS-ROUNDS
           END-PERFORM.

           MOVE 1 TO WS-PLACE(1).
           MOVE 1 TO WS-PLACED.
           PERFORM UNTIL WS-PLACED >= WS-BRACKET-SIZE
               PERFORM SPREAD-PLACES
           END-PERFORM.

           PERFORM WRITE-BRACKET.

           MOVE "P" TO WS-DRAW-STATUS.
           PERFORM UPDATE-KNOCKOUT.

           CALL "advance-knockout" USING WS-FORMATTED-DT, WS-DRAW-ID,
               WS-NO-MATCH, WS-FORFEIT-WINNER, WS-FORFEIT-HOW.

       LOAD-ENTRANTS.
           MOVE 0 TO WS-ENTRANT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KE-KO-ID = WS-DRAW-ID AND
                          WS-ENTRANT-COUNT < 32 THEN
                           ADD 1 TO WS-ENTRANT-COUNT
                           MOVE KE-USERNAME TO
                             WS-ENT-NAME(WS-ENTRANT-COUNT)
                           MOVE 1000 TO WS-ENT-RATING(WS-ENTRANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-ENTRIES-FILE.

       LOAD-RATINGS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-RATINGS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RATINGS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 0 TO WS-INNER
                       PERFORM UNTIL WS-INNER >= WS-ENTRANT-COUNT
                           ADD 1 TO WS-INNER
                           IF WS-ENT-NAME(WS-INNER) = RL-USERNAME THEN
                               MOVE RL-RATING TO
                                 WS-ENT-RATING(WS-INNER)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE F-RATINGS-FILE.

      *>    SAME SELECTION SORT AS CLOSE-TOURNAMENT; EQUAL RATINGS
      *>    KEEP THEIR ENTRY ORDER AS NEAR AS IT ALLOWS.
       RANK-ENTRANTS.
           MOVE 0 TO WS-OUTER.
           PERFORM UNTIL WS-OUTER >= WS-ENTRANT-COUNT
               ADD 1 TO WS-OUTER
               MOVE WS-OUTER TO WS-BEST
               MOVE WS-OUTER TO WS-INNER
               PERFORM UNTIL WS-INNER >= WS-ENTRANT-COUNT
                   ADD 1 TO WS-INNER
                   IF WS-ENT-RATING(WS-INNER) >
                      WS-ENT-RATING(WS-BEST) THEN
                       MOVE WS-INNER TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-OUTER THEN
                   MOVE WS-ENT-NAME(WS-OUTER) TO WS-HOLD-NAME
                   MOVE WS-ENT-RATING(WS-OUTER) TO WS-HOLD-RATING
                   MOVE WS-ENT-NAME(WS-BEST) TO WS-ENT-NAME(WS-OUTER)
                   MOVE WS-ENT-RATING(WS-BEST) TO
                     WS-ENT-RATING(WS-OUTER)
                   MOVE WS-HOLD-NAME TO WS-ENT-NAME(WS-BEST)
                   MOVE WS-HOLD-RATING TO WS-ENT-RATING(WS-BEST)
               END-IF
           END-PERFORM.

      *>    EACH PLACE SPLITS IN TWO: THE SEED ALREADY THERE, AND THE
      *>    SEED THAT MAKES THE PAIR ADD UP TO ONE MORE THAN THE NEW
      *>    NUMBER OF PLACES.
       SPREAD-PLACES.
           MOVE 0 TO WS-OUTER.
           PERFORM UNTIL WS-OUTER >= WS-PLACED
               ADD 1 TO WS-OUTER
               MOVE WS-PLACE(WS-OUTER) TO WS-NEW-PLACE(WS-OUTER * 2 - 1)
               COMPUTE WS-NEW-PLACE(WS-OUTER * 2) =
                 WS-PLACED * 2 + 1 - WS-PLACE(WS-OUTER)
           END-PERFORM.
           COMPUTE WS-PLACED = WS-PLACED * 2.
           MOVE WS-NEW-PLACES TO WS-PLACES.

      *>    ROUND ONE IS FILLED FROM THE SEEDING; A SEED BEYOND THE
      *>    FIELD IS A BYE AND ITS OPPONENT IS THROUGH ALREADY. LATER
      *>    ROUNDS START EMPTY AND ARE FILLED AS RESULTS COME IN.
       WRITE-BRACKET.
           OPEN EXTEND F-KO-MATCHES-FILE.
           MOVE 0 TO WS-ROUND.
           MOVE WS-BRACKET-SIZE TO WS-SLOTS.
           PERFORM UNTIL WS-ROUND >= WS-ROUNDS
               ADD 1 TO WS-ROUND
               COMPUTE WS-SLOTS = WS-SLOTS / 2
               MOVE 0 TO WS-SLOT
               PERFORM UNTIL WS-SLOT >= WS-SLOTS
                   ADD 1 TO WS-SLOT
                   PERFORM WRITE-ONE-SLOT
               END-PERFORM
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

       WRITE-ONE-SLOT.
           MOVE WS-DRAW-ID TO KM-KO-ID.
           MOVE WS-ROUND TO KM-ROUND.
           MOVE WS-SLOT TO KM-SLOT.
           MOVE SPACES TO KM-PLAYER-1.
           MOVE 0 TO KM-SEED-1.
           MOVE SPACES TO KM-PLAYER-2.
           MOVE 0 TO KM-SEED-2.
           MOVE 0 TO KM-TM-ID.
           MOVE SPACES TO KM-WINNER.
           MOVE "W" TO KM-STATUS.
           COMPUTE KM-DEADLINE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY)
             + WS-ROUND * WS-DRAW-DAYS).

           IF WS-ROUND = 1 THEN
               MOVE WS-PLACE(WS-SLOT * 2 - 1) TO WS-SEED-A
               MOVE WS-PLACE(WS-SLOT * 2) TO WS-SEED-B
               MOVE WS-ENT-NAME(WS-SEED-A) TO KM-PLAYER-1
               MOVE WS-SEED-A TO KM-SEED-1
               IF WS-SEED-B > WS-ENTRANT-COUNT THEN
                   MOVE KM-PLAYER-1 TO KM-WINNER
                   MOVE "B" TO KM-STATUS
               ELSE
                   MOVE WS-ENT-NAME(WS-SEED-B) TO KM-PLAYER-2
                   MOVE WS-SEED-B TO KM-SEED-2
               END-IF
           END-IF.

           WRITE KM-ENTRY.

       UPDATE-KNOCKOUT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = WS-DRAW-ID THEN
                           MOVE WS-BRACKET-SIZE TO KO-BRACKET-SIZE
                           MOVE WS-ROUNDS TO KO-ROUNDS
                           MOVE WS-DRAW-STATUS TO KO-STATUS
                           REWRITE KO-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

       FIND-OVERDUE-MATCH.
           MOVE 0 TO WS-FORFEIT-TM-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-STATUS = "P" AND
                          KM-DEADLINE < WS-TODAY AND
                          WS-FORFEIT-TM-ID = 0 THEN
                           MOVE KM-TM-ID TO WS-FORFEIT-TM-ID
                           MOVE KM-PLAYER-1 TO WS-FORFEIT-PLAYER-1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.
      *>    A ROW THE BRACKET WOULD NOT TAKE LAST TIME IS LEFT ALONE
      *>    RATHER THAN TRIED FOR EVER.
           IF WS-FORFEIT-TM-ID = WS-LAST-FORFEIT-ID THEN
               MOVE 0 TO WS-FORFEIT-TM-ID
           END-IF.
           MOVE WS-FORFEIT-TM-ID TO WS-LAST-FORFEIT-ID.

      *>    THE PLAYER WHOSE TURN IT IS HAS HELD THE GAME UP, SO THE
      *>    OTHER GOES THROUGH. A GAME THAT DID FINISH BUT WAS NEVER
      *>    CARRIED TO THE BRACKET IS SETTLED ON ITS REAL RESULT.
       FORFEIT-ONE-MATCH.
           MOVE WS-FORFEIT-PLAYER-1 TO WS-FORFEIT-WINNER.
           MOVE "F" TO WS-FORFEIT-HOW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF TM-ID = WS-FORFEIT-TM-ID THEN
                           PERFORM SETTLE-OVERDUE-GAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MATCHES-FILE.

           CALL "advance-knockout" USING WS-FORMATTED-DT,
               WS-NO-KNOCKOUT, WS-FORFEIT-TM-ID, WS-FORFEIT-WINNER,
               WS-FORFEIT-HOW.

       SETTLE-OVERDUE-GAME.
           IF TM-STATUS = "O" THEN
               IF TM-NEXT = TM-CHALLENGER THEN
                   MOVE TM-OPPONENT TO WS-FORFEIT-WINNER
               ELSE
                   MOVE TM-CHALLENGER TO WS-FORFEIT-WINNER
               END-IF
               MOVE "F" TO TM-STATUS
               MOVE WS-FORFEIT-WINNER TO TM-WINNER
               REWRITE TM-ENTRY
           ELSE
               IF TM-STATUS = "W" THEN
                   MOVE TM-WINNER TO WS-FORFEIT-WINNER
               ELSE
                   MOVE SPACES TO WS-FORFEIT-WINNER
               END-IF
               MOVE "D" TO WS-FORFEIT-HOW
           END-IF.

       0200-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           MOVE WS-DATETIME(1:4)  TO WS-FORMATTED-YEAR.
           MOVE WS-DATETIME(5:2)  TO WS-FORMATTED-MONTH.
           MOVE WS-DATETIME(7:2)  TO WS-FORMATTED-DY.
           MOVE WS-DATETIME(9:2)  TO WS-FORMATTED-HOUR.
           MOVE WS-DATETIME(11:2) TO WS-FORMATTED-MINS.
           MOVE WS-DATETIME(13:2) TO WS-FORMATTED-SEC.
           MOVE WS-DATETIME(15:2) TO WS-FORMATTED-MS.
