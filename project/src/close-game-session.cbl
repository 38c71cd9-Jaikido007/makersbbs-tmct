       IDENTIFICATION DIVISION.
       PROGRAM-ID. close-game-session.
      ******************************************************************
      *----SUB PROGRAM THAT SETTLES A WAGERED GAME'S SESSION ROW IN----*
      *----GAME-SESSIONS.DAT WITH HOW IT ENDED ("W" WON, "L" LOST,-----*
      *----"D" DRAWN, "A" ABANDONED) AND, FOR A WIN, THE PAYOUT AND----*
      *----THE TRANS-ID OF THE LEDGER ROW THAT PAID IT-----------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SESSIONS-FILE ASSIGN TO
             "game-sessions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
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

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-FOUND PIC 9 VALUE 0.
           01 WS-USERNAME PIC X(16).
           01 WS-STAKE-TRANS-ID PIC 9(6).
           01 WS-PAYOUT PIC 9(6) VALUE 0.
           01 WS-PAYOUT-TRANS-ID PIC 9(6) VALUE 0.

           LINKAGE SECTION.
           01 LS-SESSION-ID PIC 9(6).
           01 LS-OUTCOME PIC X(1).

       PROCEDURE DIVISION USING LS-SESSION-ID, LS-OUTCOME.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FOUND.
           MOVE 0 TO WS-PAYOUT.
           MOVE 0 TO WS-PAYOUT-TRANS-ID.

           OPEN INPUT F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-ID = LS-SESSION-ID THEN
                           MOVE 1 TO WS-FOUND
                           MOVE 1 TO WS-FILE-IS-ENDED
                           MOVE GS-USERNAME TO WS-USERNAME
                           MOVE GS-STAKE-TRANS-ID TO WS-STAKE-TRANS-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           IF WS-FOUND = 0 THEN
               GOBACK
           END-IF.

      *>    A WIN WAS PAID THROUGH THE LEDGER JUST BEFORE THIS CALL:
      *>    THE MEMBER'S FIRST "A" ROW AFTER THE STAKE. A WIN THAT
      *>    COULD NOT BE PAID (BALANCE AT ITS CEILING) HAS NO ROW
      *>    AND STAYS AT ZERO, WHICH IS WHAT THE MEMBER RECEIVED.
           IF LS-OUTCOME = "W" THEN
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-TRANSACTION-LOG-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTION-LOG-FILE
                       AT END MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF USERNAME = WS-USERNAME AND
                              ENTRY-TYPE = "A" AND
                              TRANS-ID > WS-STAKE-TRANS-ID AND
                              WS-PAYOUT-TRANS-ID = 0 THEN
                               MOVE TRANS-ID TO WS-PAYOUT-TRANS-ID
                               MOVE CREDITS-GRANTED TO WS-PAYOUT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-TRANSACTION-LOG-FILE
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-SESSIONS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSIONS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GS-ID = LS-SESSION-ID THEN
                           MOVE 1 TO WS-FILE-IS-ENDED
                           MOVE LS-OUTCOME TO GS-OUTCOME
                           MOVE WS-PAYOUT TO GS-PAYOUT
                           MOVE WS-PAYOUT-TRANS-ID TO
                             GS-PAYOUT-TRANS-ID
                           REWRITE GS-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SESSIONS-FILE.

           GOBACK.
