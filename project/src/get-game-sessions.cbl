       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-game-sessions.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS A MEMBER'S LAST TEN WAGERED GAME---*
      *----SESSIONS FROM GAME-SESSIONS.DAT (NEWEST LAST) FOR THE GAME--*
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
           01 WS-SHIFT-IDX PIC 99.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-COUNT PIC 99.
           01 LS-SESSIONS.
               05 LS-SESSION-ENTRY OCCURS 10 TIMES.
                   10 LS-GS-ID PIC 9(6).
                   10 LS-GS-DATE PIC 9(8).
                   10 LS-GS-GAME PIC X(4).
                   10 LS-GS-OUTCOME PIC X(1).
                   10 LS-GS-STAKE PIC 9(6).
                   10 LS-GS-PAYOUT PIC 9(6).

       PROCEDURE DIVISION USING LS-USERNAME, LS-COUNT, LS-SESSIONS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-COUNT.
           MOVE SPACES TO LS-SESSIONS.

           OPEN INPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-USERNAME = LS-USERNAME THEN
                           PERFORM KEEP-LATEST-TEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           GOBACK.

      *>    THE FILE IS IN PLAY ORDER, SO ONCE THE TABLE IS FULL
      *>    EVERYTHING SHIFTS UP ONE AND THE NEWEST SESSION TAKES THE
      *>    BOTTOM SLOT.
       KEEP-LATEST-TEN.
           IF LS-COUNT < 10 THEN
               ADD 1 TO LS-COUNT
           ELSE
               MOVE 1 TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX = 10
                   MOVE LS-SESSION-ENTRY(WS-SHIFT-IDX + 1) TO
                     LS-SESSION-ENTRY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
           END-IF.
           MOVE GS-ID TO LS-GS-ID(LS-COUNT).
           MOVE GS-DATE TO LS-GS-DATE(LS-COUNT).
           MOVE GS-GAME TO LS-GS-GAME(LS-COUNT).
           MOVE GS-OUTCOME TO LS-GS-OUTCOME(LS-COUNT).
           MOVE GS-STAKE TO LS-GS-STAKE(LS-COUNT).
           MOVE GS-PAYOUT TO LS-GS-PAYOUT(LS-COUNT).
