       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-knockout-bracket.
      ******************************************************************
      *----SUB PROGRAM THAT FETCHES THE KNOCKOUT TO SHOW ON THE--------*
      *----TOURNAMENT SCREEN: THE LATEST ONE NOT YET COMPLETE, OR THE--*
      *----LATEST OF ALL WHEN EVERY ONE HAS FINISHED. IT RETURNS THE---*
      *----HEADER, HOW MANY HAVE ENTERED AND WHETHER THE ASKING--------*
      *----MEMBER IS ONE OF THEM, ONE ROUND OF THE BRACKET (ROUND 0----*
      *----ASKS FOR THE ROUND NOW IN PLAY) AND THE MEMBER'S OWN--------*
      *----MATCH NUMBER WHEN THEY HAVE A KNOCKOUT GAME WAITING---------*
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LIVE-ID PIC 9(4) VALUE 0.
           01 WS-LATEST-ID PIC 9(4) VALUE 0.
           01 WS-SHOW-ID PIC 9(4) VALUE 0.
           01 WS-OPEN-ROUND PIC 9(1) VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-FOUND PIC 9.
           01 LS-KNOCKOUT.
               05 LS-KO-ID PIC 9(4).
               05 LS-KO-NAME PIC X(30).
               05 LS-KO-DRAW-DATE PIC 9(8).
               05 LS-KO-ROUND-DAYS PIC 9(2).
               05 LS-KO-FEE PIC 9(6).
               05 LS-KO-POOL PIC 9(6).
               05 LS-KO-SIZE PIC 9(2).
               05 LS-KO-ROUNDS PIC 9(1).
               05 LS-KO-STATUS PIC X(1).
               05 LS-KO-ENTRANTS PIC 9(2).
               05 LS-KO-ENTERED PIC X(1).
      *>    IN: THE ROUND WANTED, 0 FOR THE ONE IN PLAY. OUT: THE
      *>    ROUND ACTUALLY RETURNED.
           01 LS-ROUND PIC 9(1).
           01 LS-MATCH-COUNT PIC 99.
           01 LS-MATCHES.
               05 LS-MATCH OCCURS 16 TIMES.
                   10 LS-M-PLAYER-1 PIC X(16).
                   10 LS-M-SEED-1 PIC 9(2).
                   10 LS-M-PLAYER-2 PIC X(16).
                   10 LS-M-SEED-2 PIC 9(2).
                   10 LS-M-DEADLINE PIC 9(8).
                   10 LS-M-STATUS PIC X(1).
                   10 LS-M-WINNER PIC X(16).
           01 LS-MY-MATCH-ID PIC 9(4).

       PROCEDURE DIVISION USING LS-USERNAME, LS-FOUND, LS-KNOCKOUT,
           LS-ROUND, LS-MATCH-COUNT, LS-MATCHES, LS-MY-MATCH-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-LIVE-ID.
           MOVE 0 TO WS-LATEST-ID.
           MOVE 0 TO WS-OPEN-ROUND.
           MOVE 0 TO LS-FOUND.
           MOVE 0 TO LS-MATCH-COUNT.
           MOVE SPACES TO LS-MATCHES.
           MOVE 0 TO LS-MY-MATCH-ID.

           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE KO-ID TO WS-LATEST-ID
                       IF KO-STATUS NOT = "C" THEN
                           MOVE KO-ID TO WS-LIVE-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

           IF WS-LIVE-ID > 0 THEN
               MOVE WS-LIVE-ID TO WS-SHOW-ID
           ELSE
               MOVE WS-LATEST-ID TO WS-SHOW-ID
           END-IF.
           IF WS-SHOW-ID = 0 THEN
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = WS-SHOW-ID THEN
                           MOVE 1 TO LS-FOUND
                           MOVE KO-ID TO LS-KO-ID
                           MOVE KO-NAME TO LS-KO-NAME
                           MOVE KO-DRAW-DATE TO LS-KO-DRAW-DATE
                           MOVE KO-ROUND-DAYS TO LS-KO-ROUND-DAYS
                           MOVE KO-FEE TO LS-KO-FEE
                           MOVE KO-PRIZE-POOL TO LS-KO-POOL
                           MOVE KO-BRACKET-SIZE TO LS-KO-SIZE
                           MOVE KO-ROUNDS TO LS-KO-ROUNDS
                           MOVE KO-STATUS TO LS-KO-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

           MOVE 0 TO LS-KO-ENTRANTS.
           MOVE "N" TO LS-KO-ENTERED.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-ENTRIES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-ENTRIES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KE-KO-ID = WS-SHOW-ID THEN
                           ADD 1 TO LS-KO-ENTRANTS
                           IF KE-USERNAME = LS-USERNAME THEN
                               MOVE "Y" TO LS-KO-ENTERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-ENTRIES-FILE.

      *>    THE ROUND IN PLAY IS THE EARLIEST WITH A MATCH NOT YET
      *>    DECIDED; THE MEMBER'S OWN GAME IS PICKED UP ON THE WAY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-KO-ID = WS-SHOW-ID THEN
                           IF (KM-STATUS = "W" OR KM-STATUS = "P") AND
                              (WS-OPEN-ROUND = 0 OR
                               KM-ROUND < WS-OPEN-ROUND) THEN
                               MOVE KM-ROUND TO WS-OPEN-ROUND
                           END-IF
                           IF KM-STATUS = "P" AND
                              (KM-PLAYER-1 = LS-USERNAME OR
                               KM-PLAYER-2 = LS-USERNAME) THEN
                               MOVE KM-TM-ID TO LS-MY-MATCH-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

           IF WS-OPEN-ROUND = 0 THEN
               MOVE LS-KO-ROUNDS TO WS-OPEN-ROUND
           END-IF.
           IF LS-ROUND = 0 OR LS-ROUND > LS-KO-ROUNDS THEN
               MOVE WS-OPEN-ROUND TO LS-ROUND
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-KO-ID = WS-SHOW-ID AND
                          KM-ROUND = LS-ROUND AND
                          LS-MATCH-COUNT < 16 THEN
                           ADD 1 TO LS-MATCH-COUNT
                           MOVE KM-PLAYER-1 TO
                             LS-M-PLAYER-1(LS-MATCH-COUNT)
                           MOVE KM-SEED-1 TO LS-M-SEED-1(LS-MATCH-COUNT)
                           MOVE KM-PLAYER-2 TO
                             LS-M-PLAYER-2(LS-MATCH-COUNT)
                           MOVE KM-SEED-2 TO LS-M-SEED-2(LS-MATCH-COUNT)
                           MOVE KM-DEADLINE TO
                             LS-M-DEADLINE(LS-MATCH-COUNT)
                           MOVE KM-STATUS TO LS-M-STATUS(LS-MATCH-COUNT)
                           MOVE KM-WINNER TO LS-M-WINNER(LS-MATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

           GOBACK.
