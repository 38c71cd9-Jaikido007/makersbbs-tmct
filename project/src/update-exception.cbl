       IDENTIFICATION DIVISION.
       PROGRAM-ID. update-exception.
      ******************************************************************
      *----SUB PROGRAM FOR WORKING THE EXCEPTIONS QUEUE: ACTION A------*
      *----ASSIGNS THE ITEM TO THE CALLING OPERATOR, W MARKS IT IN-----*
      *----WORK (KEEPING ANY NOTE GIVEN), C CLOSES IT. A CLOSE NEEDS---*
      *----A DISPOSITION CODE - FIXD FIXED AT SOURCE, FALS FALSE-------*
      *----POSITIVE, WOFF WRITTEN OFF, REFR REFERRED ON, ACPT----------*
      *----ACCEPTED AS IS - AND A NOTE, AND RECORDS WHO CLOSED IT AND--*
      *----WHEN. RESULT Y DONE, N NO SUCH OPEN ITEM, D BAD-------------*
      *----DISPOSITION CODE, E NOTE MISSING----------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-QUEUE-FILE ASSIGN TO
             "exceptions-queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-FILE.
           01 EQ-ENTRY.
              05 EQ-ID PIC 9(6).
              05 EQ-SOURCE PIC X(1).
              05 EQ-KEY PIC X(40).
              05 EQ-DETAIL PIC X(40).
              05 EQ-FIRST-RAISED PIC 9(8).
              05 EQ-LAST-RAISED PIC 9(8).
              05 EQ-RAISED-COUNT PIC 9(3).
              05 EQ-REPEAT-OF PIC 9(6).
              05 EQ-STATUS PIC X(1).
              05 EQ-ASSIGNED PIC X(16).
              05 EQ-DISPOSITION PIC X(4).
              05 EQ-NOTE PIC X(40).
              05 EQ-CLOSED-BY PIC X(16).
              05 EQ-CLOSED-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-CODE-OK PIC 9 VALUE 0.

      *>    DISPOSITION CODES AN ITEM CAN BE CLOSED WITH.
           01 WS-DISP-VALUES.
              05 FILLER PIC X(4) VALUE "FIXD".
              05 FILLER PIC X(4) VALUE "FALS".
              05 FILLER PIC X(4) VALUE "WOFF".
              05 FILLER PIC X(4) VALUE "REFR".
              05 FILLER PIC X(4) VALUE "ACPT".
           01 WS-DISP-TABLE REDEFINES WS-DISP-VALUES.
              05 WS-DISP-CODE PIC X(4) OCCURS 5 TIMES.
           01 WS-DISP-IDX PIC 9.

           LINKAGE SECTION.
           01 LS-ITEM-ID PIC 9(6).
           01 LS-ACTION PIC X(1).
           01 LS-OPERATOR PIC X(16).
           01 LS-DISPOSITION PIC X(4).
           01 LS-NOTE PIC X(40).
           01 LS-RESULT PIC X(1).

       PROCEDURE DIVISION USING LS-ITEM-ID, LS-ACTION, LS-OPERATOR,
           LS-DISPOSITION, LS-NOTE, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-CODE-OK.
           MOVE "N" TO LS-RESULT.

           IF LS-ACTION = "C" OR "c" THEN
               MOVE FUNCTION UPPER-CASE(LS-DISPOSITION)
                   TO LS-DISPOSITION
               MOVE 0 TO WS-DISP-IDX
               PERFORM UNTIL WS-DISP-IDX = 5
                   ADD 1 TO WS-DISP-IDX
                   IF WS-DISP-CODE(WS-DISP-IDX) = LS-DISPOSITION THEN
                       MOVE 1 TO WS-CODE-OK
                   END-IF
               END-PERFORM
               IF WS-CODE-OK = 0 THEN
                   MOVE "D" TO LS-RESULT
                   GOBACK
               END-IF
               IF LS-NOTE = SPACES THEN
                   MOVE "E" TO LS-RESULT
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O F-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EQ-ID = LS-ITEM-ID AND
                          EQ-STATUS NOT = "C" THEN
                           PERFORM APPLY-ACTION
                           REWRITE EQ-ENTRY
                           MOVE "Y" TO LS-RESULT
                           MOVE 1 TO WS-FILE-IS-ENDED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-FILE.

           GOBACK.

       APPLY-ACTION.
           EVALUATE LS-ACTION
               WHEN "A"
               WHEN "a"
                   MOVE LS-OPERATOR TO EQ-ASSIGNED
                   MOVE "A" TO EQ-STATUS
               WHEN "W"
               WHEN "w"
                   IF EQ-ASSIGNED = SPACES THEN
                       MOVE LS-OPERATOR TO EQ-ASSIGNED
                   END-IF
                   IF LS-NOTE NOT = SPACES THEN
                       MOVE LS-NOTE TO EQ-NOTE
                   END-IF
                   MOVE "W" TO EQ-STATUS
               WHEN OTHER
                   IF EQ-ASSIGNED = SPACES THEN
                       MOVE LS-OPERATOR TO EQ-ASSIGNED
                   END-IF
                   MOVE LS-DISPOSITION TO EQ-DISPOSITION
                   MOVE LS-NOTE TO EQ-NOTE
                   MOVE LS-OPERATOR TO EQ-CLOSED-BY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO EQ-CLOSED-DATE
                   MOVE "C" TO EQ-STATUS
           END-EVALUATE.
