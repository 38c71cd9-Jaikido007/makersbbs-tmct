       IDENTIFICATION DIVISION.
       PROGRAM-ID. maintain-board-master.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE BOARD MASTER SCREEN. ACTIONS:--------*
      *----  "S" SAVE A BOARD: A NEW CODE IS ADDED OPEN, OWNED BY------*
      *----      THE ACTOR AND DATED TODAY; AN EXISTING ONE TAKES------*
      *----      ANY TITLE, DESCRIPTION OR DISPLAY ORDER GIVEN (BLANK--*
      *----      OR ZERO KEEPS WHAT IS THERE)--------------------------*
      *----  "O" OPEN, "R" READ-ONLY (FREEZE), "X" RETIRE A BOARD------*
      *----  "L" LOAD EVERY BOARD CODE ALREADY IN USE ON THE LIVE------*
      *----      AND ARCHIVED MESSAGES THAT IS NOT YET ON THE MASTER---*
      *----THE WHOLE MASTER IS HELD IN A TABLE AND WRITTEN BACK, AS----*
      *----MANAGE-BOARD-ACCESS DOES WITH ITS OWN FILES. LS-RESULT IS---*
      *----"Y" WHEN SOMETHING WAS DONE, "N" OTHERWISE; LS-COUNT IS-----*
      *----THE NUMBER OF BOARDS ADDED----------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BOARD-MASTER-FILE ASSIGN TO
             "board-master.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MESSAGES-FILE ASSIGN TO "messages.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-ID.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "messages-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BOARD-MASTER-FILE.
           01 BD-ENTRY.
              05 BD-CODE PIC X(10).
              05 BD-TITLE PIC X(30).
              05 BD-DESCRIPTION PIC X(60).
              05 BD-DISPLAY-ORDER PIC 9(3).
              05 BD-OWNER PIC X(16).
              05 BD-CREATED PIC 9(8).
              05 BD-STATUS PIC X(1).

           FD F-MESSAGES-FILE.
           01 RC-MESSAGE.
             05 RC-ID PIC 9(7).
             05 RC-TITLE PIC X(50).
             05 RC-CONTENT PIC X(300).
             05 RC-USERNAME PIC X(16).
             05 RC-DATE PIC X(10).
             05 RC-BOARD-CODE PIC X(10).
             05 RC-TRUNCATED PIC X.

           FD F-ARCHIVE-FILE.
           01 ARC-MESSAGE.
             05 ARC-ID PIC 9(7).
             05 ARC-TITLE PIC X(50).
             05 ARC-CONTENT PIC X(300).
             05 ARC-USERNAME PIC X(16).
             05 ARC-DATE PIC X(10).
             05 ARC-BOARD-CODE PIC X(10).
             05 ARC-TRUNCATED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-CHANGED PIC 9 VALUE 0.
           01 WS-HIGHEST-ORDER PIC 9(3) VALUE 0.
           01 WS-ADD-CODE PIC X(10).
           01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
           01 WS-KEEP-IDX PIC 9(4) VALUE 0.
           01 WS-KEEP-HIT PIC 9(4) VALUE 0.
           01 WS-KEEP-TABLE.
              05 WS-KEEP-ENTRY OCCURS 1 TO 999 TIMES
                 DEPENDING ON WS-KEEP-COUNT.
                 10 WS-KEEP-CODE PIC X(10).
                 10 WS-KEEP-TITLE PIC X(30).
                 10 WS-KEEP-DESCRIPTION PIC X(60).
                 10 WS-KEEP-ORDER PIC 9(3).
                 10 WS-KEEP-OWNER PIC X(16).
                 10 WS-KEEP-CREATED PIC 9(8).
                 10 WS-KEEP-STATUS PIC X(1).

           LINKAGE SECTION.
           01 LS-ACTION PIC X(1).
           01 LS-BOARD PIC X(10).
           01 LS-TITLE PIC X(30).
           01 LS-DESCRIPTION PIC X(60).
           01 LS-ORDER PIC 9(3).
           01 LS-ACTOR PIC X(16).
           01 LS-RESULT PIC X(1).
           01 LS-COUNT PIC 9(4).

       PROCEDURE DIVISION USING LS-ACTION, LS-BOARD, LS-TITLE,
           LS-DESCRIPTION, LS-ORDER, LS-ACTOR, LS-RESULT, LS-COUNT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CHANGED.
           MOVE 0 TO WS-HIGHEST-ORDER.
           MOVE 0 TO WS-KEEP-COUNT.

           MOVE "N" TO LS-RESULT.
           MOVE 0 TO LS-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LS-ACTION NOT = "L" AND
              (LS-BOARD = SPACES OR LS-BOARD = LOW-VALUE) THEN
               GOBACK
           END-IF.

           PERFORM LOAD-MASTER.

           EVALUATE LS-ACTION
               WHEN "S"
                   PERFORM SAVE-BOARD
               WHEN "O"
               WHEN "R"
               WHEN "X"
                   PERFORM SET-BOARD-STATUS
               WHEN "L"
                   PERFORM LOAD-LIVE-BOARDS
                   PERFORM LOAD-ARCHIVED-BOARDS
           END-EVALUATE.

           IF WS-CHANGED = 1 THEN
               PERFORM WRITE-MASTER
               MOVE "Y" TO LS-RESULT
           END-IF.

           GOBACK.

       LOAD-MASTER.
           OPEN INPUT F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-KEEP-COUNT < 999 THEN
                           ADD 1 TO WS-KEEP-COUNT
                           MOVE BD-CODE TO WS-KEEP-CODE(WS-KEEP-COUNT)
                           MOVE BD-TITLE TO
                             WS-KEEP-TITLE(WS-KEEP-COUNT)
                           MOVE BD-DESCRIPTION TO
                             WS-KEEP-DESCRIPTION(WS-KEEP-COUNT)
                           MOVE BD-DISPLAY-ORDER TO
                             WS-KEEP-ORDER(WS-KEEP-COUNT)
                           MOVE BD-OWNER TO
                             WS-KEEP-OWNER(WS-KEEP-COUNT)
                           MOVE BD-CREATED TO
                             WS-KEEP-CREATED(WS-KEEP-COUNT)
                           MOVE BD-STATUS TO
                             WS-KEEP-STATUS(WS-KEEP-COUNT)
                           IF BD-DISPLAY-ORDER > WS-HIGHEST-ORDER THEN
                               MOVE BD-DISPLAY-ORDER TO
                                 WS-HIGHEST-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

       FIND-BOARD.
           MOVE 0 TO WS-KEEP-HIT.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM UNTIL WS-KEEP-IDX >= WS-KEEP-COUNT OR
                         WS-KEEP-HIT > 0
               ADD 1 TO WS-KEEP-IDX
               IF WS-KEEP-CODE(WS-KEEP-IDX) = WS-ADD-CODE THEN
                   MOVE WS-KEEP-IDX TO WS-KEEP-HIT
               END-IF
           END-PERFORM.

      *>    THE FIRST BOARD EVER SAVED BRINGS IN EVERY CODE ALREADY IN
      *>    USE AS WELL, OR THOSE BOARDS WOULD GO UNKNOWN THE MOMENT
      *>    THE MASTER STOPS BEING EMPTY.
       SAVE-BOARD.
           IF WS-KEEP-COUNT = 0 THEN
               PERFORM LOAD-LIVE-BOARDS
               PERFORM LOAD-ARCHIVED-BOARDS
           END-IF.
           MOVE LS-BOARD TO WS-ADD-CODE.
           PERFORM FIND-BOARD.
           IF WS-KEEP-HIT = 0 THEN
               PERFORM ADD-BOARD
               IF WS-KEEP-HIT > 0 THEN
                   IF LS-TITLE NOT = SPACES THEN
                       MOVE LS-TITLE TO WS-KEEP-TITLE(WS-KEEP-HIT)
                   END-IF
                   MOVE LS-DESCRIPTION TO
                     WS-KEEP-DESCRIPTION(WS-KEEP-HIT)
                   IF LS-ORDER > 0 THEN
                       MOVE LS-ORDER TO WS-KEEP-ORDER(WS-KEEP-HIT)
                   END-IF
               END-IF
           ELSE
               IF LS-TITLE NOT = SPACES THEN
                   MOVE LS-TITLE TO WS-KEEP-TITLE(WS-KEEP-HIT)
               END-IF
               IF LS-DESCRIPTION NOT = SPACES THEN
                   MOVE LS-DESCRIPTION TO
                     WS-KEEP-DESCRIPTION(WS-KEEP-HIT)
               END-IF
               IF LS-ORDER > 0 THEN
                   MOVE LS-ORDER TO WS-KEEP-ORDER(WS-KEEP-HIT)
               END-IF
               MOVE 1 TO WS-CHANGED
           END-IF.

      *>    A NEW BOARD GOES OPEN AT THE FOOT OF THE LIST, TITLED WITH
      *>    ITS OWN CODE UNTIL SOMEBODY GIVES IT A BETTER ONE.
       ADD-BOARD.
           IF WS-KEEP-COUNT < 999 THEN
               ADD 1 TO WS-KEEP-COUNT
               MOVE WS-KEEP-COUNT TO WS-KEEP-HIT
               MOVE WS-ADD-CODE TO WS-KEEP-CODE(WS-KEEP-HIT)
               MOVE WS-ADD-CODE TO WS-KEEP-TITLE(WS-KEEP-HIT)
               MOVE SPACES TO WS-KEEP-DESCRIPTION(WS-KEEP-HIT)
               IF WS-HIGHEST-ORDER < 990 THEN
                   ADD 10 TO WS-HIGHEST-ORDER
               ELSE
                   MOVE 999 TO WS-HIGHEST-ORDER
               END-IF
               MOVE WS-HIGHEST-ORDER TO WS-KEEP-ORDER(WS-KEEP-HIT)
               MOVE LS-ACTOR TO WS-KEEP-OWNER(WS-KEEP-HIT)
               MOVE WS-TODAY TO WS-KEEP-CREATED(WS-KEEP-HIT)
               MOVE "O" TO WS-KEEP-STATUS(WS-KEEP-HIT)
               ADD 1 TO LS-COUNT
               MOVE 1 TO WS-CHANGED
           END-IF.

       SET-BOARD-STATUS.
           MOVE LS-BOARD TO WS-ADD-CODE.
           PERFORM FIND-BOARD.
           IF WS-KEEP-HIT > 0 THEN
               MOVE LS-ACTION TO WS-KEEP-STATUS(WS-KEEP-HIT)
               MOVE 1 TO WS-CHANGED
           END-IF.

       LOAD-LIVE-BOARDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MESSAGES-FILE NEXT
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF RC-BOARD-CODE NOT = SPACES AND
                          RC-BOARD-CODE NOT = LOW-VALUE THEN
                           MOVE RC-BOARD-CODE TO WS-ADD-CODE
                           PERFORM FIND-BOARD
                           IF WS-KEEP-HIT = 0 THEN
                               PERFORM ADD-BOARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-MESSAGES-FILE.

       LOAD-ARCHIVED-BOARDS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF ARC-BOARD-CODE NOT = SPACES AND
                          ARC-BOARD-CODE NOT = LOW-VALUE THEN
                           MOVE ARC-BOARD-CODE TO WS-ADD-CODE
                           PERFORM FIND-BOARD
                           IF WS-KEEP-HIT = 0 THEN
                               PERFORM ADD-BOARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       WRITE-MASTER.
           OPEN OUTPUT F-BOARD-MASTER-FILE.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM UNTIL WS-KEEP-IDX >= WS-KEEP-COUNT
               ADD 1 TO WS-KEEP-IDX
               MOVE WS-KEEP-CODE(WS-KEEP-IDX) TO BD-CODE
               MOVE WS-KEEP-TITLE(WS-KEEP-IDX) TO BD-TITLE
               MOVE WS-KEEP-DESCRIPTION(WS-KEEP-IDX) TO BD-DESCRIPTION
               MOVE WS-KEEP-ORDER(WS-KEEP-IDX) TO BD-DISPLAY-ORDER
               MOVE WS-KEEP-OWNER(WS-KEEP-IDX) TO BD-OWNER
               MOVE WS-KEEP-CREATED(WS-KEEP-IDX) TO BD-CREATED
               MOVE WS-KEEP-STATUS(WS-KEEP-IDX) TO BD-STATUS
               WRITE BD-ENTRY
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.
