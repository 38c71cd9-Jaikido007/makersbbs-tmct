       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-chat-messages.
      ******************************************************************
      *----SUB PROGRAM THAT RETURNS THE LAST TWELVE LINES OF ONE CHAT--*
      *----ROOM'S LOG -- THE SHORT SCROLLBACK THE CHAT SCREEN SHOWS----*
      *----SO A MEMBER JOINING CAN CATCH THE LAST FEW MINUTES. EACH----*
      *----ROOM HAS ITS OWN SCROLLBACK; LINES WRITTEN BEFORE THERE-----*
      *----WERE ROOMS COUNT AS THE LOBBY'S-----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHAT-FILE ASSIGN TO 'chat-messages.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 CH-STAMP PIC 9(14).
              05 CH-USERNAME PIC X(16).
              05 CH-TEXT PIC X(60).
              05 CH-ROOM PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
                 10 LS-CHAT-NAME PIC X(16).
                 10 LS-CHAT-TEXT PIC X(60).
           01 LS-CHAT-COUNT PIC 99.
           01 LS-ROOM PIC X(10).

       PROCEDURE DIVISION USING LS-CHAT-TABLE, LS-CHAT-COUNT,
           LS-ROOM.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
               READ F-CHAT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CH-ROOM = SPACES THEN
                           MOVE "LOBBY" TO CH-ROOM
                       END-IF
                       IF CH-ROOM = LS-ROOM THEN
                           PERFORM TAKE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-FILE.

           GOBACK.

       TAKE-LINE.
           IF LS-CHAT-COUNT < 12 THEN
               ADD 1 TO LS-CHAT-COUNT
               MOVE LS-CHAT-COUNT TO WS-SLOT
           ELSE
               MOVE 0 TO WS-SLOT
               PERFORM UNTIL WS-SLOT = 11
                   ADD 1 TO WS-SLOT
                   MOVE LS-CHAT-LINE(WS-SLOT + 1) TO
                     LS-CHAT-LINE(WS-SLOT)
               END-PERFORM
               MOVE 12 TO WS-SLOT
           END-IF
           MOVE CH-STAMP(9:2) TO
             LS-CHAT-TIME(WS-SLOT)(1:2)
           MOVE ":" TO LS-CHAT-TIME(WS-SLOT)(3:1)
           MOVE CH-STAMP(11:2) TO
             LS-CHAT-TIME(WS-SLOT)(4:2)
           MOVE CH-USERNAME TO LS-CHAT-NAME(WS-SLOT)
           MOVE CH-TEXT TO LS-CHAT-TEXT(WS-SLOT).
