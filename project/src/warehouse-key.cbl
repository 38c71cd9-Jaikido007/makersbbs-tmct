       IDENTIFICATION DIVISION.
       PROGRAM-ID. warehouse-key.
      ******************************************************************
      *----SUB PROGRAM THAT KEEPS THE DATA WAREHOUSE'S SURROGATE KEYS--*
      *----IN DW-KEYS.DAT: ONE ROW PER MEMBER, BOARD, GAME OR TARIFF---*
      *----EVER EXTRACTED, WITH THE NUMBER IT IS KNOWN BY IN THE-------*
      *----DIMENSION AND FACT FILES. A KEY, ONCE GIVEN, IS NEVER-------*
      *----REUSED OR CHANGED, SO A SPREADSHEET BUILT ON LAST MONTH'S---*
      *----EXTRACT STILL JOINS TO TONIGHT'S, AND A FULL REFRESH KEEPS--*
      *----THE SAME KEYS. WAREHOUSE-EXTRACT LOADS THE MAP ONCE, THE----*
      *----FACT AND DIMENSION STEPS ASK IT FOR KEYS, AND IT IS SAVED---*
      *----BACK WHEN THEY ARE DONE-------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KEYS-FILE ASSIGN TO "dw-keys.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-KEYS-FILE.
           01 DK-ENTRY.
              05 DK-TYPE PIC X(1).
              05 DK-NATURAL PIC X(16).
              05 DK-KEY PIC 9(7).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

      *>    THE WHOLE MAP IS HELD HERE FROM THE "L" CALL TO THE "S"
      *>    CALL. UNLIKE THE USUAL SUB PROGRAM IT IS MEANT TO KEEP ITS
      *>    WORKING-STORAGE BETWEEN CALLS, SO ONLY "L" RESETS IT.
           01 WS-KEY-COUNT PIC 9(5) VALUE 0.
           01 WS-KEY-TABLE.
               05 WS-KEY-ENTRY OCCURS 1 TO 30000 TIMES
                  DEPENDING ON WS-KEY-COUNT.
                   10 WS-KT-TYPE PIC X(1).
                   10 WS-KT-NATURAL PIC X(16).
                   10 WS-KT-KEY PIC 9(7).
           01 WS-KEY-IDX PIC 9(5).
      *>    THE HIGHEST KEY HANDED OUT FOR EACH DIMENSION.
           01 WS-TYPE-CODES PIC X(4) VALUE "MBGT".
           01 WS-TYPE-HIGHS.
              05 WS-TYPE-HIGH OCCURS 4 TIMES PIC 9(7).
           01 WS-TYPE-IDX PIC 9.

           LINKAGE SECTION.
      *>    "L" LOAD THE MAP, "K" KEY FOR ONE NATURAL VALUE (A NEW
      *>    VALUE IS GIVEN THE NEXT KEY), "S" SAVE THE MAP
           01 LS-ACTION PIC X(1).
      *>    "M" MEMBER, "B" BOARD, "G" GAME, "T" TARIFF
           01 LS-TYPE PIC X(1).
           01 LS-NATURAL PIC X(16).
           01 LS-KEY PIC 9(7).

       PROCEDURE DIVISION USING LS-ACTION, LS-TYPE, LS-NATURAL,
           LS-KEY.
           EVALUATE LS-ACTION
               WHEN "L" PERFORM LOAD-KEYS
               WHEN "K" PERFORM FIND-KEY
               WHEN "S" PERFORM SAVE-KEYS
           END-EVALUATE.

           GOBACK.

       LOAD-KEYS.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE 0 TO WS-TYPE-HIGH(1).
           MOVE 0 TO WS-TYPE-HIGH(2).
           MOVE 0 TO WS-TYPE-HIGH(3).
           MOVE 0 TO WS-TYPE-HIGH(4).
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KEYS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KEYS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-KEY-COUNT < 30000 THEN
                           ADD 1 TO WS-KEY-COUNT
                           MOVE DK-TYPE TO WS-KT-TYPE(WS-KEY-COUNT)
                           MOVE DK-NATURAL TO
                             WS-KT-NATURAL(WS-KEY-COUNT)
                           MOVE DK-KEY TO WS-KT-KEY(WS-KEY-COUNT)
                           MOVE DK-TYPE TO LS-TYPE
                           PERFORM FIND-TYPE
                           IF WS-TYPE-IDX > 0 AND
                              DK-KEY > WS-TYPE-HIGH(WS-TYPE-IDX) THEN
                               MOVE DK-KEY TO WS-TYPE-HIGH(WS-TYPE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KEYS-FILE.

      *>    A BLANK NATURAL VALUE IS KEY 0, THE "NOT KNOWN" ROW EVERY
      *>    DIMENSION CARRIES.
       FIND-KEY.
           MOVE 0 TO LS-KEY.
           IF LS-NATURAL = SPACES THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TYPE.
           IF WS-TYPE-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-KEY-IDX.
           PERFORM UNTIL WS-KEY-IDX = WS-KEY-COUNT OR LS-KEY > 0
               ADD 1 TO WS-KEY-IDX
               IF WS-KT-TYPE(WS-KEY-IDX) = LS-TYPE AND
                  WS-KT-NATURAL(WS-KEY-IDX) = LS-NATURAL THEN
                   MOVE WS-KT-KEY(WS-KEY-IDX) TO LS-KEY
               END-IF
           END-PERFORM.

           IF LS-KEY = 0 AND WS-KEY-COUNT < 30000 THEN
               ADD 1 TO WS-TYPE-HIGH(WS-TYPE-IDX)
               ADD 1 TO WS-KEY-COUNT
               MOVE LS-TYPE TO WS-KT-TYPE(WS-KEY-COUNT)
               MOVE LS-NATURAL TO WS-KT-NATURAL(WS-KEY-COUNT)
               MOVE WS-TYPE-HIGH(WS-TYPE-IDX) TO
                 WS-KT-KEY(WS-KEY-COUNT)
               MOVE WS-TYPE-HIGH(WS-TYPE-IDX) TO LS-KEY
           END-IF.

       FIND-TYPE.
           MOVE 0 TO WS-TYPE-IDX.
           PERFORM UNTIL WS-TYPE-IDX = 4
               ADD 1 TO WS-TYPE-IDX
               IF WS-TYPE-CODES(WS-TYPE-IDX:1) = LS-TYPE THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TYPE-IDX.

       SAVE-KEYS.
           OPEN OUTPUT F-KEYS-FILE.
           MOVE 0 TO WS-KEY-IDX.
           PERFORM UNTIL WS-KEY-IDX = WS-KEY-COUNT
               ADD 1 TO WS-KEY-IDX
               MOVE WS-KT-TYPE(WS-KEY-IDX) TO DK-TYPE
               MOVE WS-KT-NATURAL(WS-KEY-IDX) TO DK-NATURAL
               MOVE WS-KT-KEY(WS-KEY-IDX) TO DK-KEY
               WRITE DK-ENTRY
           END-PERFORM.
           CLOSE F-KEYS-FILE.
