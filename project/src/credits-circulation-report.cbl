       IDENTIFICATION DIVISION.
       PROGRAM-ID. credits-circulation-report.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN ON DEMAND LIKE-------------------*
      *----RECONCILE-CREDIT-BALANCES. TOTALS CREDITS MINTED VERSUS-----*
      *----BURNED BY ENTRY TYPE ACROSS THE ARCHIVE AND LIVE------------*
      *----TRANSACTION LOGS, THEN SETS THAT AGAINST WHAT IS SITTING----*
      *----MARKET-LISTINGS ESCROW, SO THE OWNER CAN SEE THE SIZE OF----*
      *----THE CREDIT LIABILITY THE SHOP IS CARRYING. WRITTEN TO THE---*
      *----REPORT SPOOL IN THE TRIAL-BALANCE-REPORT SHAPE SO IT CAN----*
      *----BE REPRINTED LIKE THE OTHER DOCUMENTS. WHEN-----------------*
      *----CHECK-CSV-OUTPUT SAYS IT IS WANTED IN CSV, IT ALSO WRITES---*
      *----CREDITS-CIRCULATION-REPORT.CSV -- ONE HEADER ROW OF COLUMN--*
      *----NAMES, THEN PLAIN NUMBERS -- AND SPOOLS THAT TOO------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-CSV-FILE ASSIGN TO
             "credits-circulation-report.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARCHIVE-FILE.
              05 ML-PRICE PIC 9(6).
              05 ML-STATUS PIC X(1).
              05 ML-BUYER PIC X(16).
              05 ML-LISTED-DATE PIC 9(8).
              05 ML-EXPIRY-DATE PIC 9(8).
              05 ML-SOLD-DATE PIC 9(8).

           FD F-SPOOL-FILE.
           01 SP-LINE PIC X(80).
              05 SPX-START-LINE PIC 9(6).
              05 SPX-LINE-COUNT PIC 9(4).

           FD F-CSV-FILE.
           01 CSV-LINE PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC 9(8).
      *>    "X" IS A REFUNDED PURCHASE'S ORIGINAL ROW -- STILL THE
      *>    MINT IT ALWAYS WAS (THE PAIRED "R" ROW CARRIES THE BURN),
      *>    SO IT COUNTS AS CREATED OR A REFUND WOULD BURN TWICE.
      *>    "Y" WRITES OFF A REMOVED MEMBER'S BALANCE AND "O" PUTS A
      *>    CLAIMED ONE BACK. A CHARGEBACK "C" CLAWS CREDITS BACK AND
      *>    "2" RECOVERS THE REST LATER FROM A MEMBER LEFT OWING.
      *>    "4" IS THE HOUSE COMMISSION KEPT BACK FROM A SETTLEMENT:
      *>    "H" ALREADY BURNED THE FULL PRICE AND "I" MINTS ONLY THE
      *>    SELLER'S NET, SO IT MOVES NOTHING ("N") AND IS SKIPPED.
      *>    A CASH TOP-UP "5" AT THE COUNTER MINTS LIKE A PURCHASE,
      *>    AND A "6" LOYALTY BONUS ON A STORE PURCHASE IS A GRANT.
      *>    THE JACKPOT SHARE OF A STAKE ("7") AND THE SEED THAT
      *>    RESTARTS THE POT ("9") ARE HOUSE MEMOS THAT MOVE NOTHING;
      *>    A JACKPOT WIN ("8") MINTS LIKE ANY OTHER PAYOUT. AN
      *>    INSTALMENT WRITTEN OFF AS BAD DEBT ("0") IS MONEY NEVER
      *>    COLLECTED, NOT CREDITS, AND MOVES NOTHING.
           01 WS-TYPE-DIR-VALUES.
              05 FILLER PIC X(2) VALUE "PC".
              05 FILLER PIC X(2) VALUE "NC".
              05 FILLER PIC X(2) VALUE "QD".
              05 FILLER PIC X(2) VALUE "LD".
              05 FILLER PIC X(2) VALUE "MC".
              05 FILLER PIC X(2) VALUE "YD".
              05 FILLER PIC X(2) VALUE "OC".
              05 FILLER PIC X(2) VALUE "CD".
              05 FILLER PIC X(2) VALUE "2D".
              05 FILLER PIC X(2) VALUE "4N".
              05 FILLER PIC X(2) VALUE "5C".
              05 FILLER PIC X(2) VALUE "6C".
              05 FILLER PIC X(2) VALUE "7N".
              05 FILLER PIC X(2) VALUE "8C".
              05 FILLER PIC X(2) VALUE "9N".
              05 FILLER PIC X(2) VALUE "0N".
           01 WS-TYPE-DIRS REDEFINES WS-TYPE-DIR-VALUES.
              05 WS-TYPE-DIR-ENTRY OCCURS 34 TIMES.
                 10 WS-TD-TYPE PIC X(1).
                 10 WS-TD-DIR PIC X(1).
           01 WS-TD-IDX PIC 9(3).
              05 WS-SL-LABEL PIC X(30).
              05 WS-SL-AMOUNT PIC -(8)9.

      *>    THE COMMA-SEPARATED COPY OF THE PAGE, WRITTEN WHEN
      *>    CHECK-CSV-OUTPUT SAYS IT IS WANTED.
           01 WS-CSV-ACTION PIC X(1) VALUE "Q".
           01 WS-CSV-REPORT PIC X(28) VALUE
             "credits-circulation-report".
           01 WS-CSV-WANTED PIC 9.
           01 WS-CSV-NAME PIC X(30) VALUE
             "credits-circulation-report.csv".
           01 WS-CSV-TITLE PIC X(20) VALUE "CIRCULATION CSV".
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

       TALLY-ARCHIVE-LOG.
           END-IF.
           MOVE "C" TO WS-ROW-DIR.
           MOVE 0 TO WS-TD-IDX.
           PERFORM UNTIL WS-TD-IDX = 34
               ADD 1 TO WS-TD-IDX
               IF WS-TD-TYPE(WS-TD-IDX) = WS-ROW-TYPE THEN
                   MOVE WS-TD-DIR(WS-TD-IDX) TO WS-ROW-DIR
               END-IF
           END-PERFORM.
           IF WS-ROW-DIR = "N" THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TYPE-HIT.
           MOVE 0 TO WS-TYPE-IDX.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.

      *>    THE TYPE ROWS AND TOTAL FILL CREATED AND DESTROYED, THE
      *>    SUMMARY FIGURES FILL AMOUNT; THE OTHER CELLS STAY EMPTY.
       WRITE-CSV-FILE.
           OPEN OUTPUT F-CSV-FILE.
           MOVE "ITEM,CREATED,DESTROYED,AMOUNT" TO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 0 TO WS-TYPE-IDX.
           PERFORM UNTIL WS-TYPE-IDX = WS-TYPE-COUNT
               ADD 1 TO WS-TYPE-IDX
               PERFORM START-CSV-ROW
               MOVE WS-TY-TYPE(WS-TYPE-IDX) TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               MOVE WS-TY-CREATED(WS-TYPE-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE WS-TY-DESTROYED(WS-TYPE-IDX) TO WS-CSV-NUMBER
               PERFORM ADD-CSV-NUMBER
               MOVE SPACES TO WS-CSV-TEXT
               PERFORM ADD-CSV-TEXT
               PERFORM WRITE-CSV-ROW
           END-PERFORM.

           PERFORM START-CSV-ROW.
           MOVE "TOTAL" TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           MOVE WS-TOTAL-CREATED TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE WS-TOTAL-DESTROYED TO WS-CSV-NUMBER.
           PERFORM ADD-CSV-NUMBER.
           MOVE SPACES TO WS-CSV-TEXT.
           PERFORM ADD-CSV-TEXT.
           PERFORM WRITE-CSV-ROW.

           MOVE "NET MINTED OVER ALL TIME" TO WS-CSV-TEXT.
           MOVE WS-NET-MINTED TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-SUMMARY.
           MOVE "HELD IN MEMBER BALANCES" TO WS-CSV-TEXT.
           MOVE WS-HELD-BALANCES TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-SUMMARY.
           MOVE "HELD IN OPEN ESCROW" TO WS-CSV-TEXT.
           MOVE WS-HELD-ESCROW TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-SUMMARY.
           MOVE "TOTAL CREDIT LIABILITY" TO WS-CSV-TEXT.
           MOVE WS-TOTAL-LIABILITY TO WS-CSV-NUMBER.
           PERFORM WRITE-CSV-SUMMARY.
           CLOSE F-CSV-FILE.

           CALL "spool-flat-report" USING WS-CSV-NAME, WS-CSV-TITLE.

      *>    LABEL, TWO EMPTY CELLS, THEN THE AMOUNT.
       WRITE-CSV-SUMMARY.
           PERFORM START-CSV-ROW.
           PERFORM ADD-CSV-TEXT.
           STRING ",," DELIMITED BY SIZE
             INTO CSV-LINE WITH POINTER WS-CSV-POINTER.
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
