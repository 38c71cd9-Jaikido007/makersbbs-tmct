       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-knockout-bracket.
      ******************************************************************
      *----SUB PROGRAM THAT CUTS A PRINTABLE BRACKET FOR ONE KNOCKOUT--*
      *----TO THE REPORT SPOOL: THE KNOCKOUT DETAILS UP TOP, THEN------*
      *----EVERY MATCH ROUND BY ROUND WITH SEEDS, DEADLINE, STATE AND--*
      *----WINNER, FOR THE NOTICEBOARD. INDEXED IN SPOOL-INDEX.DAT SO--*
      *----REPRINT-SPOOL CAN RUN IT OFF AGAIN LIKE THE OTHER DOCUMENTS-*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-KNOCKOUTS-FILE ASSIGN TO
             'knockouts.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-KO-MATCHES-FILE ASSIGN TO
             'knockout-matches.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
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

           FD F-KO-MATCHES-FILE.
           01 KM-ENTRY.
              05 KM-KO-ID PIC 9(4).
              05 KM-ROUND PIC 9(1).
              05 KM-SLOT PIC 9(2).
              05 KM-PLAYER-1 PIC X(16).
              05 KM-SEED-1 PIC 9(2).
              05 KM-PLAYER-2 PIC X(16).
              05 KM-SEED-2 PIC 9(2).
              05 KM-TM-ID PIC 9(4).
              05 KM-DEADLINE PIC 9(8).
              05 KM-WINNER PIC X(16).
              05 KM-STATUS PIC X(1).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).

           FD F-INDEX-FILE.
           01 SPX-ENTRY.
              05 SPX-ID PIC 9(4).
              05 SPX-DATE PIC 9(8).
              05 SPX-TITLE PIC X(20).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-KO-FOUND PIC 9 VALUE 0.
           01 WS-KO-NAME PIC X(30).
           01 WS-KO-DRAW-DATE PIC 9(8).
           01 WS-KO-POOL PIC 9(6).
           01 WS-KO-SIZE PIC 9(2).
           01 WS-KO-ROUNDS PIC 9(1).
           01 WS-KO-STATUS PIC X.
           01 WS-ROUND PIC 9(1).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(17) VALUE "KNOCKOUT BRACKET ".
              05 WS-HL-ID PIC 9(4).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-HL-NAME PIC X(30).
              05 FILLER PIC X(7) VALUE "  DRAW ".
              05 WS-HL-DRAW-DATE PIC 9(8).
           01 WS-POOL-LINE.
              05 FILLER PIC X(15) VALUE "PRIZE POOL:    ".
              05 WS-PL-POOL PIC ZZZZZ9.
              05 FILLER PIC X(10) VALUE "   PLACES ".
              05 WS-PL-SIZE PIC Z9.
              05 FILLER PIC X(10) VALUE "   STATUS ".
              05 WS-PL-STATUS PIC X(1).
           01 WS-ROUND-LINE.
              05 FILLER PIC X(6) VALUE "ROUND ".
              05 WS-RL-ROUND PIC 9.
           01 WS-COL-LINE PIC X(80) VALUE
             "SL SD PLAYER           SD PLAYER           DEADLINE ST WIN
      -      "NER".
           01 WS-DETAIL-LINE.
              05 WS-DL-SLOT PIC Z9.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-SEED-1 PIC ZZ.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-PLAYER-1 PIC X(16).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-SEED-2 PIC ZZ.
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-PLAYER-2 PIC X(16).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-DEADLINE PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 WS-DL-STATUS PIC X(1).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-WINNER PIC X(16).

           LINKAGE SECTION.
           01 LS-KO-ID PIC 9(4).

       PROCEDURE DIVISION USING LS-KO-ID.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-KO-FOUND.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM FIND-THE-KNOCKOUT.
           IF WS-KO-FOUND = 0 THEN
               GOBACK
           END-IF.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-BRACKET.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       FIND-THE-KNOCKOUT.
           OPEN INPUT F-KNOCKOUTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KNOCKOUTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KO-ID = LS-KO-ID THEN
                           MOVE 1 TO WS-KO-FOUND
                           MOVE KO-NAME TO WS-KO-NAME
                           MOVE KO-DRAW-DATE TO WS-KO-DRAW-DATE
                           MOVE KO-PRIZE-POOL TO WS-KO-POOL
                           MOVE KO-BRACKET-SIZE TO WS-KO-SIZE
                           MOVE KO-ROUNDS TO WS-KO-ROUNDS
                           MOVE KO-STATUS TO WS-KO-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KNOCKOUTS-FILE.

       WRITE-BRACKET.
           OPEN EXTEND F-SPOOL-FILE.
           MOVE LS-KO-ID TO WS-HL-ID.
           MOVE WS-KO-NAME TO WS-HL-NAME.
           MOVE WS-KO-DRAW-DATE TO WS-HL-DRAW-DATE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-KO-POOL TO WS-PL-POOL.
           MOVE WS-KO-SIZE TO WS-PL-SIZE.
           MOVE WS-KO-STATUS TO WS-PL-STATUS.
           MOVE WS-POOL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    BEFORE THE DRAW THERE ARE NO ROUNDS TO PRINT, ONLY THE
      *>    HEADING.
           MOVE 0 TO WS-ROUND.
           PERFORM UNTIL WS-ROUND >= WS-KO-ROUNDS
               ADD 1 TO WS-ROUND
               PERFORM WRITE-ONE-ROUND
           END-PERFORM.

           MOVE "*** END OF BRACKET ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-ONE-ROUND.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-ROUND TO WS-RL-ROUND.
           MOVE WS-ROUND-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-KO-MATCHES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-KO-MATCHES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF KM-KO-ID = LS-KO-ID AND
                          KM-ROUND = WS-ROUND THEN
                           MOVE KM-SLOT TO WS-DL-SLOT
                           MOVE KM-SEED-1 TO WS-DL-SEED-1
                           MOVE KM-PLAYER-1 TO WS-DL-PLAYER-1
                           MOVE KM-SEED-2 TO WS-DL-SEED-2
                           MOVE KM-PLAYER-2 TO WS-DL-PLAYER-2
                           MOVE KM-DEADLINE TO WS-DL-DEADLINE
                           MOVE KM-STATUS TO WS-DL-STATUS
                           MOVE KM-WINNER TO WS-DL-WINNER
                           MOVE WS-DETAIL-LINE TO SP-LINE
                           PERFORM WRITE-SPOOL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-KO-MATCHES-FILE.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       COUNT-SPOOL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPOOL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPOOL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END ADD 1 TO WS-START-LINE
               END-READ
           END-PERFORM.
           CLOSE F-SPOOL-FILE.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INDEX-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INDEX-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SPX-ID > WS-NEXT-ID THEN
                           MOVE SPX-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INDEX-FILE.
           ADD 1 TO WS-NEXT-ID.

       WRITE-INDEX-ROW.
           OPEN EXTEND F-INDEX-FILE.
           MOVE WS-NEXT-ID TO SPX-ID.
           MOVE WS-TODAY TO SPX-DATE.
           MOVE "KNOCKOUT BRACKET" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
