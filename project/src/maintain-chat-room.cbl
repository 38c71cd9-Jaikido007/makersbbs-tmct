       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-chat-room.
      ******************************************************************
      *----ADM-ONLY SUB PROGRAM THAT KEEPS THE LIST OF NAMED CHAT------*
      *----ROOMS IN CHAT-ROOMS.DAT. ACTIONS: "A" ADD A ROOM, "X" CLOSE-*
      *----IT, "O" OPEN IT AGAIN (A NEW TITLE, IF GIVEN, IS TAKEN ON---*
      *----AT THE SAME TIME). A CLOSED ROOM DROPS OFF THE MEMBERS'-----*
      *----ROOM LIST BUT ITS SCROLLBACK STAYS IN CHAT-MESSAGES.DAT.----*
      *----THE LOBBY IS BUILT IN AND CANNOT BE ADDED OR CLOSED.--------*
      *----LS-RESULT: "Y" DONE, "D" CODE ALREADY IN USE, "N" NO SUCH---*
      *----ROOM, "T" A NEW ROOM NEEDS A TITLE, "L" THE LOBBY-----------*
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
      *>    "O" OPEN, "X" CLOSED
              05 CR-STATUS PIC X(1).
              05 CR-CREATED-BY PIC X(16).
              05 CR-CREATED PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-CODE PIC X(10).
           01 LS-TITLE PIC X(30).
           01 LS-ACTOR PIC X(16).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-ACTION, LS-CODE, LS-TITLE,
           LS-ACTOR, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.

           MOVE "N" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(LS-CODE) TO LS-CODE.

           IF LS-CODE = "LOBBY" THEN
               MOVE "L" TO LS-RESULT
               GOBACK
           END-IF.

           OPEN I-O F-CHAT-ROOMS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-CHAT-ROOMS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF CR-CODE = LS-CODE THEN
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                           IF LS-ACTION = "X" OR "O" THEN
                               MOVE LS-ACTION TO CR-STATUS
                               IF LS-TITLE NOT = SPACES AND
                                  LS-TITLE NOT = LOW-VALUE THEN
                                   MOVE LS-TITLE TO CR-TITLE
                               END-IF
                               REWRITE CR-ENTRY
                               MOVE "Y" TO LS-RESULT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-CHAT-ROOMS-FILE.

           IF LS-ACTION = "A" THEN
               IF WS-FOUND = 1 THEN
                   MOVE "D" TO LS-RESULT
               ELSE
                   IF LS-TITLE = SPACES OR LS-TITLE = LOW-VALUE THEN
                       MOVE "T" TO LS-RESULT
                   ELSE
                       OPEN EXTEND F-CHAT-ROOMS-FILE
                       MOVE LS-CODE TO CR-CODE
                       MOVE LS-TITLE TO CR-TITLE
                       MOVE "O" TO CR-STATUS
                       MOVE LS-ACTOR TO CR-CREATED-BY
                       MOVE WS-TODAY TO CR-CREATED
                       WRITE CR-ENTRY
                       CLOSE F-CHAT-ROOMS-FILE
                       MOVE "Y" TO LS-RESULT
                   END-IF
               END-IF
           END-IF.

           GOBACK.
