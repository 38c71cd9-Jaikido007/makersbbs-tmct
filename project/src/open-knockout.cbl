       IDENTIFICATION DIVISION.
       PROGRAM-ID. open-knockout.
      ******************************************************************
      *----SUB PROGRAM THAT OPENS A KNOCKOUT TIC-TAC-TOE TOURNAMENT IN-*
      *----KNOCKOUTS.DAT. ENTRIES STAY OPEN UNTIL THE DRAW DATE, WHEN--*
      *----THE OVERNIGHT RUN SEEDS THE BRACKET. EACH ROUND GETS--------*
      *----ROUND-DAYS DAYS (KNOCKOUT-ROUND-DAYS WHEN NONE IS GIVEN)----*
      *----BEFORE AN UNPLAYED MATCH IS FORFEITED. NUMBERED LIKE--------*
      *----OPEN-TOURNAMENT.CBL; THE PRIZE POOL STARTS EMPTY------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KNOCKOUTS-FILE ASSIGN TO
             'knockouts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-KNOCKOUTS-FILE.
           01 KO-ENTRY.
              05 KO-ID PIC 9(4).
              05 KO-NAME PIC X(30).
              05 KO-DRAW-DATE PIC 9(8).
              05 KO-ROUND-DAYS PIC 9(2).
              05 KO-FEE PIC 9(6).
              05 KO-PRIZE-POOL PIC 9(6).
              05 KO-BRACKET-SIZE PIC 9(2).
              05 KO-ROUNDS PIC 9(1).
              05 KO-STATUS PIC X(1).

           WORKING-STORAGE SECTION.
           01 WS-COUNTER PIC 9(4) VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-DAYS-KEY PIC X(20) VALUE "KNOCKOUT-ROUND-DAYS".
           01 WS-DAYS-DEFAULT PIC 9(6) VALUE 3.
           01 WS-DAYS-VALUE PIC 9(6).

           LINKAGE SECTION.
           01 LS-NAME PIC X(30).
           01 LS-DRAW-DATE PIC 9(8).
           01 LS-FEE PIC 9(6).
           01 LS-ROUND-DAYS PIC 9(2).
      *>    "Y" = OPENED, "T" = DRAW DATE NOT AFTER TODAY
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-NAME, LS-DRAW-DATE, LS-FEE,
           LS-ROUND-DAYS, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-COUNTER.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF LS-DRAW-DATE NOT > WS-TODAY OR
              FUNCTION TEST-DATE-YYYYMMDD(LS-DRAW-DATE) NOT = 0 THEN
               MOVE "T" TO LS-RESULT
               GOBACK
           END-IF.

           IF LS-ROUND-DAYS = 0 THEN
               CALL "get-parameter" USING WS-DAYS-KEY,
                 WS-DAYS-DEFAULT, WS-DAYS-VALUE
               IF WS-DAYS-VALUE = 0 OR WS-DAYS-VALUE > 99 THEN
                   MOVE 3 TO WS-DAYS-VALUE
               END-IF
           ELSE
               MOVE LS-ROUND-DAYS TO WS-DAYS-VALUE
           END-IF.

           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-COUNTER
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

           OPEN EXTEND F-KNOCKOUTS-FILE.
           ADD 1 TO WS-COUNTER.
           MOVE WS-COUNTER TO KO-ID.
           MOVE LS-NAME TO KO-NAME.
           MOVE LS-DRAW-DATE TO KO-DRAW-DATE.
           MOVE WS-DAYS-VALUE TO KO-ROUND-DAYS.
           MOVE LS-FEE TO KO-FEE.
           MOVE 0 TO KO-PRIZE-POOL.
           MOVE 0 TO KO-BRACKET-SIZE.
           MOVE 0 TO KO-ROUNDS.
           MOVE "E" TO KO-STATUS.
           WRITE KO-ENTRY.
           CLOSE F-KNOCKOUTS-FILE.

           MOVE "Y" TO LS-RESULT.

           GOBACK.
