       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-board-list.
      ******************************************************************
      *----SUB PROGRAM THAT READS THE BOARD MASTER BACK IN DISPLAY-----*
      *----ORDER FOR THE BOARD PICK LISTS. SCOPE "V" IS THE MEMBER-----*
      *----VIEW (RETIRED BOARDS LEFT OUT); SCOPE "A" IS THE ADMIN------*
      *----VIEW OF EVERY ROW. ONLY THE FIRST TWELVE FIT THE SCREEN-----*
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
              05 BD-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-ROWS.
               05 WS-ROW-ENTRY OCCURS 999 TIMES.
                   10 WS-RW-CODE PIC X(10).
                   10 WS-RW-TITLE PIC X(30).
                   10 WS-RW-DESC PIC X(40).
                   10 WS-RW-ORDER PIC 9(3).
                   10 WS-RW-STATUS PIC X(1).
                   10 WS-RW-OWNER PIC X(16).
           01 WS-SORT-I PIC 9(4).
           01 WS-SORT-J PIC 9(4).
           01 WS-SORT-SWAP PIC X(100).
           01 WS-IDX PIC 9(4).

           LINKAGE SECTION.
           01 LS-SCOPE PIC X(1).
           01 LS-BOARD-COUNT PIC 9(2).
           01 LS-BOARD-TABLE.
               05 LS-BOARD-ENTRY OCCURS 12 TIMES.
                   10 LS-BL-CODE PIC X(10).
                   10 LS-BL-TITLE PIC X(30).
                   10 LS-BL-DESC PIC X(40).
                   10 LS-BL-ORDER PIC 9(3).
                   10 LS-BL-STATUS PIC X(1).
                   10 LS-BL-OWNER PIC X(16).

       PROCEDURE DIVISION USING LS-SCOPE, LS-BOARD-COUNT,
           LS-BOARD-TABLE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROW-COUNT.

           MOVE 0 TO LS-BOARD-COUNT.
           MOVE SPACES TO LS-BOARD-TABLE.

           OPEN INPUT F-BOARD-MASTER-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-BOARD-MASTER-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ROW-COUNT < 999 AND
                          (LS-SCOPE = "A" OR BD-STATUS NOT = "X") THEN
                           ADD 1 TO WS-ROW-COUNT
                           MOVE BD-CODE TO WS-RW-CODE(WS-ROW-COUNT)
                           MOVE BD-TITLE TO WS-RW-TITLE(WS-ROW-COUNT)
                           MOVE BD-DESCRIPTION(1:40) TO
                             WS-RW-DESC(WS-ROW-COUNT)
                           MOVE BD-DISPLAY-ORDER TO
                             WS-RW-ORDER(WS-ROW-COUNT)
                           MOVE BD-STATUS TO WS-RW-STATUS(WS-ROW-COUNT)
                           MOVE BD-OWNER TO WS-RW-OWNER(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-BOARD-MASTER-FILE.

      *>    SIMPLE EXCHANGE SORT, LOWEST DISPLAY ORDER FIRST AND BY
      *>    CODE WHERE TWO BOARDS SHARE A POSITION.
           MOVE 0 TO WS-SORT-I.
           PERFORM UNTIL WS-SORT-I >= WS-ROW-COUNT
               ADD 1 TO WS-SORT-I
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J >= WS-ROW-COUNT
                   ADD 1 TO WS-SORT-J
                   IF WS-RW-ORDER(WS-SORT-J) < WS-RW-ORDER(WS-SORT-I)
                      OR (WS-RW-ORDER(WS-SORT-J) =
                          WS-RW-ORDER(WS-SORT-I) AND
                          WS-RW-CODE(WS-SORT-J) <
                          WS-RW-CODE(WS-SORT-I)) THEN
                       MOVE WS-ROW-ENTRY(WS-SORT-I) TO WS-SORT-SWAP
                       MOVE WS-ROW-ENTRY(WS-SORT-J) TO
                         WS-ROW-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-ROW-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE 0 TO WS-IDX.
           PERFORM UNTIL WS-IDX = WS-ROW-COUNT OR WS-IDX = 12
               ADD 1 TO WS-IDX
               ADD 1 TO LS-BOARD-COUNT
               MOVE WS-ROW-ENTRY(WS-IDX) TO LS-BOARD-ENTRY(WS-IDX)
           END-PERFORM.

           GOBACK.
