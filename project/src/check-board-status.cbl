       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-board-status.
      ******************************************************************
      *----SUB PROGRAM THAT LOOKS A BOARD CODE UP ON THE BOARD MASTER--*
      *----(BOARD-MASTER.DAT) AND HANDS BACK ITS STATUS: "O" OPEN,-----*
      *----"R" READ-ONLY (FROZEN), "X" RETIRED, OR "U" WHEN THE CODE---*
      *----IS NOT ON THE MASTER AT ALL. THE GENERAL BOARD (NO CODE)----*
      *----IS ALWAYS OPEN, AND UNTIL THE MASTER HAS BEEN LOADED FOR----*
      *----THE FIRST TIME EVERY CODE IS TREATED AS OPEN SO POSTING-----*
      *----CARRIES ON AS BEFORE----------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BOARD-MASTER-FILE ASSIGN TO
             "board-master.dat"
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
      *>    "O" OPEN, "R" READ-ONLY, "X" RETIRED
              05 BD-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-COUNT PIC 9(5) VALUE 0.

           LINKAGE SECTION.
           01 LS-BOARD PIC X(10).
           01 LS-STATUS PIC X(1).

       PROCEDURE DIVISION USING LS-BOARD, LS-STATUS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-COUNT.

           MOVE "U" TO LS-STATUS.

           IF LS-BOARD = SPACES OR LOW-VALUE THEN
               MOVE "O" TO LS-STATUS
               GOBACK
           END-IF.

           OPEN INPUT F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF BD-CODE = LS-BOARD THEN
                           MOVE BD-STATUS TO LS-STATUS
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

           IF WS-ROW-COUNT = 0 THEN
               MOVE "O" TO LS-STATUS
           END-IF.

           GOBACK.
