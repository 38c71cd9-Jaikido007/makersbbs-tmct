      ******************************************************************
      *----STANDALONE REPORT JOB FOR THE OWNER: STAKE INTAKE VERSUS----*
      *----PAYOUTS VERSUS MARGIN, PER GAME PER DAY AND PER MONTH,------*
      *----BUILT FROM THE WAGER ROWS ON THE LIVE AND ARCHIVED LEDGERS--*
      *----("W" STAKES AND "A" PAYOUTS, SPLIT BY THE GAME TAG IN THE---*
      *----TARIFF FIELD), PLUS TOURNAMENT FEES/PRIZES ("T"/"Z", WITH---*
      *----QUIZ NIGHTS KEPT APART BY THEIR QUIZ TAG AND "Z" SPLIT TO---*
      *----THE RAFFLE BY ITS RAFL TAG) AND RAFFLE TICKETS ("Q") AS-----*
      *----GAMES OF THEIR OWN. THE PROGRESSIVE JACKPOT SHARE OF EACH---*
      *----STAKE ("7") AND JACKPOT WINS ("8") ARE SHOWN IN COLUMNS OF--*
      *----THEIR OWN, OUTSIDE THE HOUSE MARGIN; THE SEED THAT----------*
      *----RESTARTS THE POT ("9") IS A HOUSE PAYOUT ON A JKPT LINE.----*
      *----FEE AND SPONSOR-STYLE ROWS CARRY THEIR MONEY IN CHARGE, SO--*
      *----A ZERO CREDITS-GRANTED FALLS BACK TO CHARGE, THE SAME RULE--*
      *----POST-GENERAL-LEDGER APPLIES. ROWS FROM BEFORE GAME TAGGING--*
      *----SHOW UNDER "OLD". SPOOLED AND INDEXED LIKE THE OTHER--------*
      *----REPORTS. WHEN CHECK-CSV-OUTPUT SAYS IT IS WANTED IN CSV,----*
      *----IT ALSO WRITES GAMING-MARGIN-REPORT.CSV -- ONE HEADER ROW---*
      *----OF COLUMN NAMES, THEN PLAIN NUMBERS -- AND SPOOLS THAT TOO--*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "gaming-margin-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TRANSACTION-LOG-FILE.
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
                   10 WS-BK-GAME PIC X(4).
                   10 WS-BK-STAKES PIC 9(9).
                   10 WS-BK-PAYOUTS PIC 9(9).
                   10 WS-BK-JP-IN PIC 9(9).
                   10 WS-BK-JP-OUT PIC 9(9).
           01 WS-BK-IDX PIC 9(4).
           01 WS-BK-HIT PIC 9(4).

           01 WS-ROW-STAKE PIC 9(6).
           01 WS-ROW-CHARGE PIC 9(6).
           01 WS-ROW-PAYOUT PIC 9(6).
           01 WS-ROW-JP-IN PIC 9(6).
           01 WS-ROW-JP-OUT PIC 9(6).
           01 WS-CAND-SECTION PIC X(1).
           01 WS-CAND-PERIOD PIC 9(8).

              05 WS-SW-GAME PIC X(4).
              05 WS-SW-STAKES PIC 9(9).
              05 WS-SW-PAYOUTS PIC 9(9).
              05 WS-SW-JP-IN PIC 9(9).
              05 WS-SW-JP-OUT PIC 9(9).

           01 WS-MARGIN PIC S9(9).
           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "GAMING MARGIN REPORT    ".
              05 WS-HL-DATE PIC 9(8).
           01 WS-COL-LINE.
              05 FILLER PIC X(40) VALUE
                 "PERIOD    GAME     STAKES    PAYOUTS    ".
              05 FILLER PIC X(40) VALUE
                 "JKPT IN   JKPT OUT     MARGIN".
           01 WS-DETAIL-LINE.
              05 WS-DL-PERIOD PIC 9(8).
              05 FILLER PIC X(2) VALUE SPACES.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-PAYOUTS PIC -(8)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-JP-IN PIC -(8)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-JP-OUT PIC -(8)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-MARGIN PIC -(8)9.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "gaming-margin-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "gaming-margin-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "GAMING MARGIN CSV".
           01 WS-CSV-POINTER PIC 9(3).
           01 WS-CSV-TEXT PIC X(30).
           01 WS-CSV-NUMBER PIC -(11)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           CALL "check-csv-output" USING WS-CSV-ACTION, WS-CSV-REPORT,
             WS-CSV-WANTED.
           IF WS-CSV-WANTED = 1 THEN
               PERFORM WRITE-CSV-FILE
           END-IF.

           GOBACK.

       SCAN-ARCHIVE-LOG.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    W = STAKE IN, A = PAYOUT OUT (SPLIT BY GAME TAG, "OLD"
      *>    FOR ROWS FROM BEFORE TAGGING); TOURNAMENT FEES/PRIZES,
      *>    QUIZ NIGHTS AND RAFFLE TICKETS COUNT AS GAMES OF THEIR OWN.
       BUCKET-ONE-ROW.
           MOVE 0 TO WS-ROW-PAYOUT.
           MOVE 0 TO WS-ROW-JP-IN.
           MOVE 0 TO WS-ROW-JP-OUT.
      *>    TOURNAMENT FEES (AND ANY OTHER CHARGE-CARRIED ROW) HOLD
      *>    THEIR MONEY IN CHARGE WITH CREDITS-GRANTED ZERO.
           IF WS-ROW-STAKE = 0 THEN
                   MOVE WS-ROW-STAKE TO WS-ROW-PAYOUT
                   MOVE 0 TO WS-ROW-STAKE
               WHEN "T"
      *>           QUIZ NIGHT FEES GO THROUGH THE TOURNAMENT ROW TYPE
      *>           BUT KEEP THEIR OWN QUIZ LINE.
                   IF WS-ROW-GAME NOT = "QUIZ" THEN
                       MOVE "TOUR" TO WS-ROW-GAME
                   END-IF
               WHEN "Z"
      *>           PRIZE ROWS CARRY THEIR GAME TAG: THE RAFFLE POT
      *>           STAYS ON THE RAFL LINE AND QUIZ NIGHT PRIZES ON THE
      *>           QUIZ LINE, EVERYTHING ELSE (AND ANY UNTAGGED
      *>           HISTORY) IS A TOURNAMENT PRIZE.
                   IF WS-ROW-GAME NOT = "RAFL" AND
                      WS-ROW-GAME NOT = "QUIZ" THEN
                       MOVE "TOUR" TO WS-ROW-GAME
                   END-IF
                   MOVE WS-ROW-STAKE TO WS-ROW-PAYOUT
                   MOVE 0 TO WS-ROW-STAKE
               WHEN "Q"
                   MOVE "RAFL" TO WS-ROW-GAME
      *>       THE JACKPOT SHARE OF A STAKE AND A JACKPOT WIN STAY ON
      *>       THEIR GAME'S LINE BUT IN COLUMNS OF THEIR OWN, OUTSIDE
      *>       THE MARGIN. THE SEED THAT RESTARTS THE POT IS HOUSE
      *>       MONEY PAID OUT, SO IT IS A PAYOUT ON A JKPT LINE.
               WHEN "7"
                   MOVE WS-ROW-STAKE TO WS-ROW-JP-IN
                   MOVE 0 TO WS-ROW-STAKE
               WHEN "8"
                   MOVE WS-ROW-STAKE TO WS-ROW-JP-OUT
                   MOVE 0 TO WS-ROW-STAKE
               WHEN "9"
                   MOVE "JKPT" TO WS-ROW-GAME
                   MOVE WS-ROW-STAKE TO WS-ROW-PAYOUT
                   MOVE 0 TO WS-ROW-STAKE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
               MOVE WS-ROW-GAME TO WS-BK-GAME(WS-BK-HIT)
               MOVE 0 TO WS-BK-STAKES(WS-BK-HIT)
               MOVE 0 TO WS-BK-PAYOUTS(WS-BK-HIT)
               MOVE 0 TO WS-BK-JP-IN(WS-BK-HIT)
               MOVE 0 TO WS-BK-JP-OUT(WS-BK-HIT)
           END-IF.
           ADD WS-ROW-STAKE TO WS-BK-STAKES(WS-BK-HIT).
           ADD WS-ROW-PAYOUT TO WS-BK-PAYOUTS(WS-BK-HIT).
           ADD WS-ROW-JP-IN TO WS-BK-JP-IN(WS-BK-HIT).
           ADD WS-ROW-JP-OUT TO WS-BK-JP-OUT(WS-BK-HIT).

       SORT-THE-BUCKETS.
           MOVE 0 TO WS-SORT-I.
           MOVE WS-BK-GAME(WS-BK-IDX) TO WS-DL-GAME.
           MOVE WS-BK-STAKES(WS-BK-IDX) TO WS-DL-STAKES.
           MOVE WS-BK-PAYOUTS(WS-BK-IDX) TO WS-DL-PAYOUTS.
           MOVE WS-BK-JP-IN(WS-BK-IDX) TO WS-DL-JP-IN.
           MOVE WS-BK-JP-OUT(WS-BK-IDX) TO WS-DL-JP-OUT.
      *>    THE JACKPOT SHARE NEVER REACHES THE HOUSE, AND A JACKPOT
      *>    WIN COMES OUT OF THE POT RATHER THAN THE HOUSE.
           COMPUTE WS-MARGIN = WS-BK-STAKES(WS-BK-IDX)
             - WS-BK-PAYOUTS(WS-BK-IDX) - WS-BK-JP-IN(WS-BK-IDX).
           MOVE WS-MARGIN TO WS-DL-MARGIN.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

      *>    ONE ROW PER BUCKET, DAYS THEN MONTHS AS ON THE PAGE, WITH
      *>    THE SAME MARGIN SUM.
       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE SPACES TO CSV-LINE.
           STRING "SECTION,PERIOD,GAME,STAKES,PAYOUTS,"
             "JACKPOT_IN,JACKPOT_OUT,MARGIN" DELIMITED BY SIZE
             INTO CSV-LINE.
           WRITE CSV-LINE.

           MOVE "D" TO WS-CAND-SECTION.
           PERFORM WRITE-CSV-SECTION.
           MOVE "M" TO WS-CAND-SECTION.
           PERFORM WRITE-CSV-SECTION.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

       WRITE-CSV-SECTION.
           MOVE 0 TO WS-BK-IDX.
           PERFORM UNTIL WS-BK-IDX = WS-BUCKET-COUNT
               ADD 1 TO WS-BK-IDX
               IF WS-BK-SECTION(WS-BK-IDX) = WS-CAND-SECTION THEN
                   PERFORM WRITE-CSV-BUCKET
               END-IF
           END-PERFORM.

       WRITE-CSV-BUCKET.
           PERFORM START-CSV-ROW.
           IF WS-CAND-SECTION = "D" THEN
               MOVE "DAY" TO WS-CSV-TEXT
           ELSE
               MOVE "MONTH" TO WS-CSV-TEXT
           END-IF.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BK-PERIOD(WS-BK-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-BK-GAME(WS-BK-IDX) TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-BK-STAKES(WS-BK-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-BK-PAYOUTS(WS-BK-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-BK-JP-IN(WS-BK-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-BK-JP-OUT(WS-BK-IDX) TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           COMPUTE WS-CSV-NUMBER = WS-BK-STAKES(WS-BK-IDX)
             - WS-BK-PAYOUTS(WS-BK-IDX) - WS-BK-JP-IN(WS-BK-IDX).
           PERFORM ADD-CSV-NUMBER.
           PERFORM WRITE-CSV-ROW.

       START-CSV-ROW.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-POINTER.

       ADD-CSV-TEXT.
           STRING FUNCTION TRIM(WS-CSV-TEXT) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER WS-CSV-POINTER.

       ADD-CSV-NUMBER.
           MOVE WS-CSV-NUMBER TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.

      *>    THE LAST FIELD'S TRAILING COMMA IS DROPPED.
       WRITE-CSV-ROW.
           IF WS-CSV-POINTER > 1 THEN
               SUBTRACT 1 FROM WS-CSV-POINTER
               MOVE SPACE TO CSV-LINE(WS-CSV-POINTER:1)
           END-IF.
           WRITE CSV-LINE.
