       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-jackpot.
      ******************************************************************
      *----SUB PROGRAM THAT READS THE PROGRESSIVE JACKPOT FOR THE------*
      *----GAMES MENU: THE POT AS IT STANDS AND WHO LAST WON IT, AT----*
      *----WHICH GAME, FOR HOW MUCH AND WHEN. BEFORE THE FIRST STAKE---*
      *----HAS OPENED THE POT IT SHOWS THE JACKPOT-SEED IT WILL OPEN---*
      *----AT----------------------------------------------------------*
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
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-POT-FOUND PIC 9 VALUE 0.
           01 WS-SEED-KEY PIC X(20) VALUE "JACKPOT-SEED".
           01 WS-SEED-DEFAULT PIC 9(6) VALUE 250.

           LINKAGE SECTION.
           01 LS-BALANCE PIC 9(6).
           01 LS-LAST-WINNER PIC X(16).
           01 LS-LAST-GAME PIC X(4).
           01 LS-LAST-AMOUNT PIC 9(6).
           01 LS-LAST-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-BALANCE, LS-LAST-WINNER,
           LS-LAST-GAME, LS-LAST-AMOUNT, LS-LAST-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-POT-FOUND.

           MOVE 0 TO LS-BALANCE.
           MOVE SPACES TO LS-LAST-WINNER.
           MOVE SPACES TO LS-LAST-GAME.
           MOVE 0 TO LS-LAST-AMOUNT.
           MOVE 0 TO LS-LAST-DATE.

           OPEN INPUT F-JACKPOT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JACKPOT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE 1 TO WS-POT-FOUND
                       MOVE JP-BALANCE TO LS-BALANCE
                       MOVE JP-LAST-WINNER TO LS-LAST-WINNER
                       MOVE JP-LAST-GAME TO LS-LAST-GAME
                       MOVE JP-LAST-AMOUNT TO LS-LAST-AMOUNT
                       MOVE JP-LAST-DATE TO LS-LAST-DATE
               END-READ
           END-PERFORM.
           CLOSE F-JACKPOT-FILE.

           IF WS-POT-FOUND = 0 THEN
               CALL "get-parameter" USING WS-SEED-KEY,
                 WS-SEED-DEFAULT, LS-BALANCE
           END-IF.

           GOBACK.
