       IDENTIFICATION DIVISION.
       PROGRAM-ID. open-game-session.
      ******************************************************************
      *----SUB PROGRAM THAT STARTS THE SESSION LOG FOR A WAGERED GAME--*
      *----IN GAME-SESSIONS.DAT: WHO PLAYED, WHICH GAME, THE-----------*
      *----DIFFICULTY, THE WORD OR NUMBER TO BE FOUND AND THE STAKE,---*
      *----TIED TO THE STAKE'S LEDGER ROW BY ITS TRANS-ID SO A---------*
      *----DISPUTED WAGER CAN BE MATCHED TO WHAT HAPPENED AT THE-------*
      *----TABLE. THE ROW STAYS IN PLAY ("P") UNTIL--------------------*
      *----CLOSE-GAME-SESSION SETTLES IT, SO A SESSION THE MEMBER------*
      *----WALKED AWAY FROM STILL SHOWS UP. HANDS BACK THE NEW---------*
      *----SESSION NUMBER----------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SESSIONS-FILE ASSIGN TO
             "game-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *>    GS-OUTCOME: "P" IN PLAY, "W" WON, "L" LOST, "D" DRAWN,
      *>    "A" ABANDONED. THE FIRST TWENTY MOVES ARE KEPT IN ORDER;
      *>    GS-MOVE-COUNT KEEPS COUNTING PAST THAT. THE MOVES SIT
      *>    AHEAD OF THE FIGURES SO THE LINE NEVER ENDS IN SPACES --
      *>    IT STAYS ONE LENGTH AND CAN ALWAYS BE REWRITTEN IN PLACE.
           FD F-SESSIONS-FILE.
           01 GS-ENTRY.
              05 GS-ID PIC 9(6).
              05 GS-USERNAME PIC X(16).
              05 GS-GAME PIC X(4).
              05 GS-DIFFICULTY PIC X(1).
              05 GS-TARGET PIC X(20).
              05 GS-MOVE-ENTRY OCCURS 20 TIMES.
                 10 GS-MOVE PIC X(4).
                 10 GS-MOVE-RESULT PIC X(20).
              05 GS-DATE PIC 9(8).
              05 GS-TIME PIC 9(6).
              05 GS-STAKE PIC 9(6).
              05 GS-STAKE-TRANS-ID PIC 9(6).
              05 GS-PAYOUT PIC 9(6).
              05 GS-PAYOUT-TRANS-ID PIC 9(6).
              05 GS-OUTCOME PIC X(1).
              05 GS-MOVE-COUNT PIC 9(3).

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NEXT-ID PIC 9(6) VALUE 0.
           01 WS-STAKE-TRANS-ID PIC 9(6) VALUE 0.
           01 WS-NOW PIC X(21).

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-GAME PIC X(4).
           01 LS-DIFFICULTY PIC X(1).
           01 LS-TARGET PIC X(20).
           01 LS-STAKE PIC 9(6).
           01 LS-SESSION-ID PIC 9(6).

       PROCEDURE DIVISION USING LS-USERNAME, LS-GAME, LS-DIFFICULTY,
           LS-TARGET, LS-STAKE, LS-SESSION-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-STAKE-TRANS-ID.

      *>    THE STAKE WAS LOGGED JUST BEFORE PLAY STARTED, SO IT IS
      *>    THE MEMBER'S LATEST "W" ROW ON THE LIVE LEDGER.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF USERNAME = LS-USERNAME AND
                          ENTRY-TYPE = "W" AND
                          TRANS-ID > WS-STAKE-TRANS-ID THEN
                           MOVE TRANS-ID TO WS-STAKE-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-ID > WS-NEXT-ID THEN
                           MOVE GS-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.
           ADD 1 TO WS-NEXT-ID.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE SPACES TO GS-ENTRY.
           MOVE WS-NEXT-ID TO GS-ID.
           MOVE LS-USERNAME TO GS-USERNAME.
           MOVE LS-GAME TO GS-GAME.
           MOVE LS-DIFFICULTY TO GS-DIFFICULTY.
           MOVE LS-TARGET TO GS-TARGET.
           MOVE WS-NOW(1:8) TO GS-DATE.
           MOVE WS-NOW(9:6) TO GS-TIME.
           MOVE LS-STAKE TO GS-STAKE.
           MOVE WS-STAKE-TRANS-ID TO GS-STAKE-TRANS-ID.
           MOVE 0 TO GS-PAYOUT.
           MOVE 0 TO GS-PAYOUT-TRANS-ID.
           MOVE "P" TO GS-OUTCOME.
           MOVE 0 TO GS-MOVE-COUNT.

           OPEN EXTEND F-SESSIONS-FILE.
           WRITE GS-ENTRY.
           CLOSE F-SESSIONS-FILE.

           MOVE WS-NEXT-ID TO LS-SESSION-ID.

           GOBACK.
