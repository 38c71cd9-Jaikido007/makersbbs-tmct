       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-game-session.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS ONE WAGERED GAME SESSION FROM------*
      *----GAME-SESSIONS.DAT BY NUMBER, MOVES AND ALL, FOR THE GAME----*
      *----SESSION REPLAY SCREEN---------------------------------------*
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
           01 LS-FOUND PIC 9.
           01 LS-SESSION.
              05 LS-GS-ID PIC 9(6).
              05 LS-GS-USERNAME PIC X(16).
              05 LS-GS-GAME PIC X(4).
              05 LS-GS-DIFFICULTY PIC X(1).
              05 LS-GS-TARGET PIC X(20).
              05 LS-GS-MOVE-ENTRY OCCURS 20 TIMES.
                 10 LS-GS-MOVE PIC X(4).
                 10 LS-GS-MOVE-RESULT PIC X(20).
              05 LS-GS-DATE PIC 9(8).
              05 LS-GS-TIME PIC 9(6).
              05 LS-GS-STAKE PIC 9(6).
              05 LS-GS-STAKE-TRANS-ID PIC 9(6).
              05 LS-GS-PAYOUT PIC 9(6).
              05 LS-GS-PAYOUT-TRANS-ID PIC 9(6).
              05 LS-GS-OUTCOME PIC X(1).
              05 LS-GS-MOVE-COUNT PIC 9(3).

       PROCEDURE DIVISION USING LS-SESSION-ID, LS-FOUND, LS-SESSION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-FOUND.
           MOVE SPACES TO LS-SESSION.

           OPEN INPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-ID = LS-SESSION-ID THEN
                           MOVE 1 TO LS-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                           MOVE GS-ENTRY TO LS-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           GOBACK.
