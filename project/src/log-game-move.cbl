       IDENTIFICATION DIVISION.
       PROGRAM-ID. log-game-move.
      ******************************************************************
      *----SUB PROGRAM THAT ADDS ONE GUESS OR MOVE, AND WHAT IT LED----*
      *----TO, TO A WAGERED GAME'S SESSION ROW IN GAME-SESSIONS.DAT,---*
      *----IN THE ORDER PLAYED. THE ROW KEEPS THE FIRST TWENTY; THE----*
      *----COUNT CARRIES ON PAST THAT SO A REPLAY SHOWS HOW MANY MORE--*
      *----THERE WERE--------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SESSIONS-FILE ASSIGN TO
             "game-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-SESSION-ID PIC 9(6).
           01 LS-MOVE PIC X(4).
           01 LS-RESULT PIC X(20).

       PROCEDURE DIVISION USING LS-SESSION-ID, LS-MOVE, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           OPEN I-O F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-ID = LS-SESSION-ID THEN
                           MOVE 1 TO WS-FILE-IS-ENDED
                           PERFORM ADD-THE-MOVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           GOBACK.

       ADD-THE-MOVE.
           IF GS-MOVE-COUNT < 999 THEN
               ADD 1 TO GS-MOVE-COUNT
           END-IF.
           IF GS-MOVE-COUNT <= 20 THEN
               MOVE LS-MOVE TO GS-MOVE(GS-MOVE-COUNT)
               MOVE LS-RESULT TO GS-MOVE-RESULT(GS-MOVE-COUNT)
           END-IF.
           REWRITE GS-ENTRY.
