       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-exceptions.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE EXCEPTIONS WORKBENCH. RETURNS HOW----*
      *----MANY ITEMS ARE STILL OPEN (ANY STATUS BUT CLOSED) AND THE---*
      *----OLDEST FIVE OF THEM, OPTIONALLY FOR ONE SOURCE ONLY (M------*
      *----CREDIT MISMATCH, S SETTLEMENT, F FRAUD, I INTEGRITY), SO----*
      *----THE LONGEST-STANDING WORK IS ALWAYS AT THE TOP--------------*
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

           LINKAGE SECTION.
           01 LS-SOURCE PIC X(1).
           01 LS-OPEN-COUNT PIC 9(4).
           01 LS-ITEM-COUNT PIC 9.
           01 LS-ITEMS.
               05 LS-ITEM-ENTRY OCCURS 5 TIMES.
                   10 LS-EQ-ID PIC 9(6).
                   10 LS-EQ-SOURCE PIC X(1).
                   10 LS-EQ-KEY PIC X(40).
                   10 LS-EQ-DETAIL PIC X(40).
                   10 LS-EQ-FIRST-RAISED PIC 9(8).
                   10 LS-EQ-RAISED-COUNT PIC 9(3).
                   10 LS-EQ-REPEAT-OF PIC 9(6).
                   10 LS-EQ-STATUS PIC X(1).
                   10 LS-EQ-ASSIGNED PIC X(16).
                   10 LS-EQ-NOTE PIC X(40).

       PROCEDURE DIVISION USING LS-SOURCE, LS-OPEN-COUNT,
           LS-ITEM-COUNT, LS-ITEMS.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO LS-OPEN-COUNT.
           MOVE 0 TO LS-ITEM-COUNT.
           MOVE SPACES TO LS-ITEMS.

           OPEN INPUT F-QUEUE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-QUEUE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF EQ-STATUS NOT = "C" AND
                          (LS-SOURCE = SPACE OR
                           EQ-SOURCE = LS-SOURCE) THEN
                           IF LS-OPEN-COUNT < 9999 THEN
                               ADD 1 TO LS-OPEN-COUNT
                           END-IF
                           IF LS-ITEM-COUNT < 5 THEN
                               PERFORM KEEP-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-QUEUE-FILE.

           GOBACK.

       KEEP-ITEM.
           ADD 1 TO LS-ITEM-COUNT.
           MOVE EQ-ID TO LS-EQ-ID(LS-ITEM-COUNT).
           MOVE EQ-SOURCE TO LS-EQ-SOURCE(LS-ITEM-COUNT).
           MOVE EQ-KEY TO LS-EQ-KEY(LS-ITEM-COUNT).
           MOVE EQ-DETAIL TO LS-EQ-DETAIL(LS-ITEM-COUNT).
           MOVE EQ-FIRST-RAISED TO LS-EQ-FIRST-RAISED(LS-ITEM-COUNT).
           MOVE EQ-RAISED-COUNT TO LS-EQ-RAISED-COUNT(LS-ITEM-COUNT).
           MOVE EQ-REPEAT-OF TO LS-EQ-REPEAT-OF(LS-ITEM-COUNT).
           MOVE EQ-STATUS TO LS-EQ-STATUS(LS-ITEM-COUNT).
           MOVE EQ-ASSIGNED TO LS-EQ-ASSIGNED(LS-ITEM-COUNT).
           MOVE EQ-NOTE TO LS-EQ-NOTE(LS-ITEM-COUNT).
