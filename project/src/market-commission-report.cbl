       IDENTIFICATION DIVISION.
       PROGRAM-ID. market-commission-report.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN MONTHLY FROM---------------------*
      *----RUN-REPORT-SCHEDULE. FOR THE MONTH JUST ENDED IT TOTALS-----*
      *----WHAT THE MARKETPLACE AND THE AUCTION HOUSE TRADED: EVERY----*
      *----SELLER PAYOUT ("I" ROW) PLUS THE HOUSE COMMISSION KEPT------*
      *----BACK FROM IT ("4" ROW) IS THE GROSS PRICE OF THE SALE. THE--*
      *----GROSS TRADED VALUE, THE COMMISSION TAKEN (SPLIT BETWEEN-----*
      *----MARKETPLACE AND AUCTION SETTLEMENTS) AND THE NET PAID TO----*
      *----SELLERS ARE SPOOLED WITH THE RATES CURRENTLY IN FORCE,------*
      *----FOLLOWED BY THE TOP TEN SELLERS BY GROSS VALUE--------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARCHIVE-FILE.
           01 ARCHIVE-TRANSACTION.
               05 ARC-TRANS-ID PIC 9(6).
               05 ARC-DY PIC X(2).
               05 ARC-MTH PIC X(2).
               05 ARC-YR PIC X(4).
               05 ARC-USERNAME PIC X(16).
               05 ARC-CHARGE PIC 9(6).
               05 ARC-CREDITS-GRANTED PIC 9(6).
               05 ARC-POST-BALANCE PIC 9(6).
               05 ARC-ENTRY-TYPE PIC X(1).
               05 ARC-TRANS-TARIFF PIC X(4).
               05 ARC-TRANS-NET PIC 9(6)V99.
               05 ARC-TRANS-VAT PIC 9(6)V99.

           FD F-TRANSACTION-LOG-FILE.
           01 TRANSACTION.
               05 TRANS-ID PIC 9(6).
               05 DY PIC X(2).
               05 MTH PIC X(2).
               05 YR PIC X(4).
               05 USERNAME-T PIC X(16).
               05 CHARGE PIC 9(6).
               05 CREDITS-GRANTED PIC 9(6).
               05 POST-BALANCE PIC 9(6).
               05 ENTRY-TYPE PIC X(1).
               05 TRANS-TARIFF PIC X(4).
               05 TRANS-NET PIC 9(6)V99.
               05 TRANS-VAT PIC 9(6)V99.

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
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
              05 WS-TODAY-YEAR PIC 9(4).
              05 WS-TODAY-MONTH PIC 9(2).
              05 FILLER PIC 9(2).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

      *>    THE MONTH BEING REPORTED, AS TEXT TO MATCH THE LOG ROWS.
           01 WS-REPORT-PERIOD.
              05 WS-RP-YEAR PIC 9(4).
              05 WS-RP-MONTH PIC 9(2).

           01 WS-RATE PIC 9(6).
           01 WS-RATE-KEY PIC X(20) VALUE "MARKET-COMM-PCT".
           01 WS-RATE-DEFAULT PIC 9(6) VALUE 5.
           01 WS-VIP-RATE PIC 9(6).
           01 WS-VIP-RATE-KEY PIC X(20) VALUE "MARKET-VIP-COMM-PCT".
           01 WS-VIP-RATE-DEFAULT PIC 9(6) VALUE 3.
           01 WS-MIN-FEE PIC 9(6).
           01 WS-MIN-KEY PIC X(20) VALUE "MARKET-COMM-MIN".
           01 WS-MIN-DEFAULT PIC 9(6) VALUE 1.

           01 WS-SELLER-COUNT PIC 9(4) VALUE 0.
           01 WS-SELLERS.
               05 WS-SELLER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-SELLER-COUNT.
                   10 WS-SL-USER PIC X(16).
                   10 WS-SL-SALES PIC 9(6).
                   10 WS-SL-GROSS PIC 9(9).
                   10 WS-SL-COMMISSION PIC 9(9).
                   10 WS-SL-LISTED PIC 9.
           01 WS-SELLER-IDX PIC 9(4).
           01 WS-SELLER-HIT PIC 9(4).
           01 WS-BEST-IDX PIC 9(4).
           01 WS-RANK PIC 99.

           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-YEAR PIC X(4).
           01 WS-ROW-MONTH PIC X(2).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-TARIFF PIC X(4).

           01 WS-SALES-COUNT PIC 9(6) VALUE 0.
           01 WS-GROSS-TOTAL PIC 9(9) VALUE 0.
           01 WS-NET-TOTAL PIC 9(9) VALUE 0.
           01 WS-COMM-TOTAL PIC 9(9) VALUE 0.
           01 WS-COMM-MARKET PIC 9(9) VALUE 0.
           01 WS-COMM-AUCTION PIC 9(9) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "MARKETPLACE COMMISSION  ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(8) VALUE "  MONTH ".
              05 WS-HL-PERIOD PIC 9(6).
              05 FILLER PIC X(22) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE PIC X(80) VALUE
             "RANK SELLER            SALES        GROSS   COMMISSION".
           01 WS-DETAIL-LINE.
              05 WS-DL-RANK PIC Z9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-USER PIC X(16).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-SALES PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-GROSS PIC Z(11)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-COMMISSION PIC Z(11)9.
           01 WS-SUMMARY-LINE.
              05 WS-SM-LABEL PIC X(30).
              05 WS-SM-AMOUNT PIC -(8)9.

       PROCEDURE DIVISION.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-SELLER-COUNT.
           MOVE 0 TO WS-SALES-COUNT.
           MOVE 0 TO WS-GROSS-TOTAL.
           MOVE 0 TO WS-NET-TOTAL.
           MOVE 0 TO WS-COMM-TOTAL.
           MOVE 0 TO WS-COMM-MARKET.
           MOVE 0 TO WS-COMM-AUCTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-TODAY-MONTH = 1 THEN
               COMPUTE WS-RP-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-RP-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-RP-YEAR
               COMPUTE WS-RP-MONTH = WS-TODAY-MONTH - 1
           END-IF.

           CALL "get-parameter" USING WS-RATE-KEY, WS-RATE-DEFAULT,
             WS-RATE.
           CALL "get-parameter" USING WS-VIP-RATE-KEY,
             WS-VIP-RATE-DEFAULT, WS-VIP-RATE.
           CALL "get-parameter" USING WS-MIN-KEY, WS-MIN-DEFAULT,
             WS-MIN-FEE.

           PERFORM TALLY-ARCHIVE-LOG.
           PERFORM TALLY-LIVE-LOG.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       TALLY-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-ROW-USER
                       MOVE ARC-YR TO WS-ROW-YEAR
                       MOVE ARC-MTH TO WS-ROW-MONTH
                       MOVE ARC-CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE ARC-TRANS-TARIFF TO WS-ROW-TARIFF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       TALLY-LIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-ROW-USER
                       MOVE YR TO WS-ROW-YEAR
                       MOVE MTH TO WS-ROW-MONTH
                       MOVE CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE TRANS-TARIFF TO WS-ROW-TARIFF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

       TALLY-ONE-ROW.
           IF WS-ROW-TYPE NOT = "I" AND WS-ROW-TYPE NOT = "4" THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-YEAR NOT = WS-REPORT-PERIOD(1:4) OR
              WS-ROW-MONTH NOT = WS-REPORT-PERIOD(5:2) THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SELLER-HIT.
           MOVE 0 TO WS-SELLER-IDX.
           PERFORM UNTIL WS-SELLER-IDX = WS-SELLER-COUNT
                      OR WS-SELLER-HIT > 0
               ADD 1 TO WS-SELLER-IDX
               IF WS-SL-USER(WS-SELLER-IDX) = WS-ROW-USER THEN
                   MOVE WS-SELLER-IDX TO WS-SELLER-HIT
               END-IF
           END-PERFORM.
           IF WS-SELLER-HIT = 0 THEN
               IF WS-SELLER-COUNT = 9999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SELLER-COUNT
               MOVE WS-SELLER-COUNT TO WS-SELLER-HIT
               MOVE WS-ROW-USER TO WS-SL-USER(WS-SELLER-HIT)
               MOVE 0 TO WS-SL-SALES(WS-SELLER-HIT)
               MOVE 0 TO WS-SL-GROSS(WS-SELLER-HIT)
               MOVE 0 TO WS-SL-COMMISSION(WS-SELLER-HIT)
               MOVE 0 TO WS-SL-LISTED(WS-SELLER-HIT)
           END-IF.

           ADD WS-ROW-CREDITS TO WS-SL-GROSS(WS-SELLER-HIT).
           ADD WS-ROW-CREDITS TO WS-GROSS-TOTAL.
           IF WS-ROW-TYPE = "I" THEN
               ADD 1 TO WS-SL-SALES(WS-SELLER-HIT)
               ADD 1 TO WS-SALES-COUNT
               ADD WS-ROW-CREDITS TO WS-NET-TOTAL
           ELSE
               ADD WS-ROW-CREDITS TO WS-SL-COMMISSION(WS-SELLER-HIT)
               ADD WS-ROW-CREDITS TO WS-COMM-TOTAL
               IF WS-ROW-TARIFF = "AUCT" THEN
                   ADD WS-ROW-CREDITS TO WS-COMM-AUCTION
               ELSE
                   ADD WS-ROW-CREDITS TO WS-COMM-MARKET
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE "SALES SETTLED                 " TO WS-SM-LABEL.
           MOVE WS-SALES-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "GROSS TRADED VALUE            " TO WS-SM-LABEL.
           MOVE WS-GROSS-TOTAL TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "COMMISSION - MARKETPLACE      " TO WS-SM-LABEL.
           MOVE WS-COMM-MARKET TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "COMMISSION - AUCTIONS         " TO WS-SM-LABEL.
           MOVE WS-COMM-AUCTION TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "COMMISSION TAKEN              " TO WS-SM-LABEL.
           MOVE WS-COMM-TOTAL TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "NET PAID TO SELLERS           " TO WS-SM-LABEL.
           MOVE WS-NET-TOTAL TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "STANDARD RATE PERCENT         " TO WS-SM-LABEL.
           MOVE WS-RATE TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "VIP RATE PERCENT              " TO WS-SM-LABEL.
           MOVE WS-VIP-RATE TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "MINIMUM FEE                   " TO WS-SM-LABEL.
           MOVE WS-MIN-FEE TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "TOP SELLERS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-RANK.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-RANK = 10 OR WS-BEST-IDX = 0
               PERFORM FIND-NEXT-SELLER
               IF WS-BEST-IDX > 0 THEN
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-SELLER-ROW
               END-IF
           END-PERFORM.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

      *>    THE BIGGEST GROSS NOT YET LISTED; ZERO WHEN NONE ARE LEFT.
       FIND-NEXT-SELLER.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-SELLER-IDX.
           PERFORM UNTIL WS-SELLER-IDX = WS-SELLER-COUNT
               ADD 1 TO WS-SELLER-IDX
               IF WS-SL-LISTED(WS-SELLER-IDX) = 0 THEN
                   IF WS-BEST-IDX = 0 THEN
                       MOVE WS-SELLER-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-SL-GROSS(WS-SELLER-IDX) >
                          WS-SL-GROSS(WS-BEST-IDX) THEN
                           MOVE WS-SELLER-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX > 0 THEN
               MOVE 1 TO WS-SL-LISTED(WS-BEST-IDX)
           END-IF.

       WRITE-SELLER-ROW.
           MOVE WS-RANK TO WS-DL-RANK.
           MOVE WS-SL-USER(WS-BEST-IDX) TO WS-DL-USER.
           MOVE WS-SL-SALES(WS-BEST-IDX) TO WS-DL-SALES.
           MOVE WS-SL-GROSS(WS-BEST-IDX) TO WS-DL-GROSS.
           MOVE WS-SL-COMMISSION(WS-BEST-IDX) TO WS-DL-COMMISSION.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-PAGE-HEADING.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-REPORT-PERIOD TO WS-HL-PERIOD.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 2 TO WS-PAGE-LINES.

       WRITE-SPOOL-LINE.
           WRITE SP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD 1 TO WS-PAGE-LINES.

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
           MOVE "MARKET COMMISSION" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
