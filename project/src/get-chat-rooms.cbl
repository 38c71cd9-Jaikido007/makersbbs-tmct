       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-chat-rooms.
      ******************************************************************
      *----SUB PROGRAM THAT LISTS THE CHAT ROOMS FOR THE ROOM PICK-----*
      *----LIST. THE LOBBY IS ALWAYS FIRST; THE ROOMS FROM-------------*
      *----CHAT-ROOMS.DAT FOLLOW IN THE ORDER THEY WERE ADDED. SCOPE---*
      *----"V" IS THE MEMBER VIEW (CLOSED ROOMS LEFT OUT); SCOPE "A"---*
      *----IS THE ADMIN VIEW OF EVERY ROW. ONLY THE FIRST TEN FIT------*
      *----THE SCREEN--------------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CHAT-ROOMS-FILE ASSIGN TO 'chat-rooms.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CHAT-ROOMS-FILE.
           01 CR-ENTRY.
              05 CR-CODE PIC X(10).
              05 CR-TITLE PIC X(30).
              05 CR-STATUS PIC X(1).
              05 CR-CREATED-BY PIC X(16).
              05 CR-CREATED PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-SCOPE PIC X(1).
           01 LS-ROOM-COUNT PIC 9(2).
           01 LS-ROOM-TABLE.
               05 LS-ROOM-ENTRY OCCURS 10 TIMES.
                   10 LS-RM-CODE PIC X(10).
                   10 LS-RM-TITLE PIC X(30).
                   10 LS-RM-STATUS PIC X(1).

       PROCEDURE DIVISION USING LS-SCOPE, LS-ROOM-COUNT,
           LS-ROOM-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE SPACES TO LS-ROOM-TABLE.
           MOVE 1 TO LS-ROOM-COUNT.
           MOVE "LOBBY" TO LS-RM-CODE(1).
           MOVE "Lobby" TO LS-RM-TITLE(1).
           MOVE "O" TO LS-RM-STATUS(1).

           OPEN INPUT F-CHAT-ROOMS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHAT-ROOMS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF LS-ROOM-COUNT < 10 AND
                          (LS-SCOPE = "A" OR CR-STATUS NOT = "X") THEN
                           ADD 1 TO LS-ROOM-COUNT
                           MOVE CR-CODE TO LS-RM-CODE(LS-ROOM-COUNT)
                           MOVE CR-TITLE TO LS-RM-TITLE(LS-ROOM-COUNT)
                           MOVE CR-STATUS TO
                             LS-RM-STATUS(LS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-ROOMS-FILE.

           GOBACK.
