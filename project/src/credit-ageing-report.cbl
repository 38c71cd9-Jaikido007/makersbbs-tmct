       IDENTIFICATION DIVISION.
       PROGRAM-ID. credit-ageing-report.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN MONTHLY FROM---------------------*
      *----RUN-REPORT-SCHEDULE. AGES THE PURCHASED CREDITS MEMBERS-----*
      *----HAVE NOT YET SPENT BY THE MONTH THEY WERE BOUGHT, FIRST IN--*
      *----FIRST OUT, SO THE ACCOUNTANT CAN SEE HOW OLD THE 2100-------*
      *----LIABILITY IS. THE ARCHIVE AND LIVE TRANSACTION LOGS ARE-----*
      *----REPLAYED IN ORDER: EVERY CREDIT A MEMBER RECEIVES JOINS-----*
      *----THE BACK OF THEIR QUEUE AND EVERY SPEND EATS FROM THE-------*
      *----FRONT, BUT ONLY THE "P", "N" AND COUNTER CASH "5" ROWS------*
      *----ARE PURCHASED AND REPORTED. PROMOTIONAL CREDITS (THE--------*
      *----EARMARKS ON PROMO-CREDITS.DAT) NEVER JOIN THE QUEUE -- A----*
      *----SPEND USES THEM UP FIRST, THE SAME WAY----------------------*
      *----CONSUME-PROMO-CREDITS DOES.---------------------------------*
      *----EACH MEMBER'S BALANCE IS SHOWN BY AGE BAND WITH A TOTAL,----*
      *----AND A BREAKAGE ESTIMATE (PARAMETER BREAKAGE-PERCENT OF THE--*
      *----OUTSTANDING TOTAL) IS STRUCK FOR THE CREDITS THAT WILL------*
      *----NEVER BE SPENT----------------------------------------------*
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

           SELECT OPTIONAL F-PROMO-FILE ASSIGN TO "promo-credits.dat"
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

           FD F-PROMO-FILE.
           01 PR-ENTRY.
              05 PR-USERNAME PIC X(16).
              05 PR-GRANT-DATE PIC 9(8).
              05 PR-EXPIRY PIC 9(8).
              05 PR-GRANTED PIC 9(6).
              05 PR-REMAINING PIC 9(6).

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

           01 WS-BREAKAGE-PCT PIC 9(6) VALUE 5.
           01 WS-BREAKAGE-KEY PIC X(20) VALUE "BREAKAGE-PERCENT".
           01 WS-BREAKAGE-DEFAULT PIC 9(6) VALUE 5.

      *>    EVERY PARCEL OF CREDITS STILL IN A MEMBER'S QUEUE, IN THE
      *>    ORDER IT ARRIVED. KIND "P" IS PURCHASED ("P"/"N"/"5");
      *>    KIND "O" IS ANYTHING ELSE THAT PUT NON-PROMOTIONAL
      *>    CREDITS IN THEIR HANDS (PRIZES, TRANSFERS IN, ESCROW
      *>    RETURNS, ADJUSTMENTS). "O" PARCELS ARE NEVER REPORTED BUT
      *>    MUST QUEUE, OR A SPEND MADE OUT OF WINNINGS WOULD AGE AWAY
      *>    A PURCHASE THAT IS STILL UNSPENT.
           01 WS-LOT-COUNT PIC 9(5) VALUE 0.
           01 WS-LOTS.
               05 WS-LOT-ENTRY OCCURS 1 TO 20000 TIMES
                  DEPENDING ON WS-LOT-COUNT.
                   10 WS-LOT-USER PIC X(16).
                   10 WS-LOT-YEAR PIC 9(4).
                   10 WS-LOT-MONTH PIC 9(2).
                   10 WS-LOT-KIND PIC X(1).
                   10 WS-LOT-LEFT PIC 9(7).
           01 WS-LOT-IDX PIC 9(5).

      *>    ONE ROW PER MEMBER SEEN ON THE LOGS. THE PROMO POT IS THE
      *>    EARMARK STILL UNSPENT; FIRST-LOT IS WHERE THE QUEUE SCAN
      *>    CAN START, SINCE EVERYTHING BEFORE IT IS ALREADY SPENT.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBERS.
               05 WS-MEMBER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-MEMBER-COUNT.
                   10 WS-MB-USER PIC X(16).
                   10 WS-MB-PROMO PIC 9(7).
                   10 WS-MB-FIRST-LOT PIC 9(5).
                   10 WS-MB-BAND PIC 9(7) OCCURS 5 TIMES.
                   10 WS-MB-TOTAL PIC 9(7).
           01 WS-MEMBER-IDX PIC 9(4).
           01 WS-MEMBER-HIT PIC 9(4).

           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-YEAR PIC 9(4).
           01 WS-ROW-MONTH PIC 9(2).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-CHARGE PIC 9(6).
           01 WS-LEFT-TO-COVER PIC 9(7).
           01 WS-TAKE PIC 9(7).

      *>    AGE BANDS IN WHOLE MONTHS SINCE THE MONTH OF PURCHASE:
      *>    1 UNDER 3, 2 3-5, 3 6-11, 4 12-23, 5 24 AND OVER.
           01 WS-TODAY-MONTHS PIC 9(6).
           01 WS-LOT-MONTHS PIC 9(6).
           01 WS-AGE-MONTHS PIC 9(6).
           01 WS-BAND PIC 9.
           01 WS-BAND-IDX PIC 9.
           01 WS-ALL-BANDS.
              05 WS-ALL-BAND PIC 9(9) OCCURS 5 TIMES.
           01 WS-ALL-TOTAL PIC 9(9) VALUE 0.
           01 WS-BREAKAGE PIC 9(9) VALUE 0.
           01 WS-PROMO-HELD PIC 9(9) VALUE 0.
           01 WS-DROPPED PIC 9(9) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "PURCHASED CREDIT AGEING ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(36) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE.
              05 FILLER PIC X(16) VALUE "MEMBER".
              05 FILLER PIC X(10) VALUE "  UNDER 3M".
              05 FILLER PIC X(10) VALUE "   3-6 MTH".
              05 FILLER PIC X(10) VALUE "  6-12 MTH".
              05 FILLER PIC X(10) VALUE " 12-24 MTH".
              05 FILLER PIC X(10) VALUE "  OVER 24M".
              05 FILLER PIC X(10) VALUE "     TOTAL".
           01 WS-DETAIL-LINE.
              05 WS-DL-USER PIC X(16).
              05 WS-DL-BAND-GROUP OCCURS 5 TIMES.
                 10 FILLER PIC X(2).
                 10 WS-DL-BAND PIC Z(7)9.
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-DL-TOTAL PIC Z(7)9.
           01 WS-SUMMARY-LINE.
              05 WS-SL-LABEL PIC X(30).
              05 WS-SL-AMOUNT PIC -(8)9.

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
           MOVE 0 TO WS-LOT-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-ALL-TOTAL.
           MOVE 0 TO WS-BREAKAGE.
           MOVE 0 TO WS-PROMO-HELD.
           MOVE 0 TO WS-DROPPED.
           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               MOVE 0 TO WS-ALL-BAND(WS-BAND-IDX)
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH.
           CALL "get-parameter" USING WS-BREAKAGE-KEY,
             WS-BREAKAGE-DEFAULT, WS-BREAKAGE-PCT.

           PERFORM REPLAY-ARCHIVE-LOG.
           PERFORM REPLAY-LIVE-LOG.
           PERFORM AGE-REMAINING-LOTS.
           PERFORM TALLY-PROMO-HELD.
           COMPUTE WS-BREAKAGE ROUNDED =
               WS-ALL-TOTAL * WS-BREAKAGE-PCT / 100.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       REPLAY-ARCHIVE-LOG.
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
                       MOVE ARC-CHARGE TO WS-ROW-CHARGE
                       PERFORM REPLAY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-ARCHIVE-FILE.

       REPLAY-LIVE-LOG.
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
                       MOVE CHARGE TO WS-ROW-CHARGE
                       PERFORM REPLAY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    WHAT EACH ENTRY TYPE DOES TO THE MEMBER'S QUEUE. "V"
      *>    VOUCHERS, "E" REFERRAL REWARDS AND "6" LOYALTY BONUSES
      *>    ARE THE GRANTS BEHIND PROMO-CREDITS.DAT, SO THEY FEED THE
      *>    PROMO POT, AND AN "L" LAPSE DRAINS IT. THE BURNS ARE THE
      *>    SPEND TYPES PLUS THE TRANSFER OUT, DEBIT ADJUSTMENT,
      *>    WRITE-OFF, CHARGEBACK AND DEBT RECOVERY. A REFUNDED
      *>    PURCHASE IS RELABELLED "X" AND ITS "R" ROW TAKES THE
      *>    CREDITS BACK, SO NEITHER SIDE OF A REFUND TOUCHES THE
      *>    QUEUE. THE JACKPOT'S "7" AND "9" MEMOS MOVE NOTHING; ONLY
      *>    ITS "8" WIN LANDS IN THE MEMBER'S HANDS.
       REPLAY-ONE-ROW.
      *>    TOURNAMENT-FEE AND SPONSORSHIP ROWS CARRY THEIR CREDIT
      *>    BURN IN CHARGE, AS CREDITS-CIRCULATION-REPORT ALLOWS FOR.
           IF WS-ROW-CREDITS = 0 AND
              (WS-ROW-TYPE = "T" OR WS-ROW-TYPE = "S") THEN
               MOVE WS-ROW-CHARGE TO WS-ROW-CREDITS
           END-IF.
           IF WS-ROW-CREDITS = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-MEMBER.
           IF WS-MEMBER-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ROW-TYPE
               WHEN "P"
               WHEN "N"
               WHEN "5"
                   PERFORM ADD-PURCHASED-LOT
               WHEN "V"
               WHEN "E"
               WHEN "6"
                   ADD WS-ROW-CREDITS TO WS-MB-PROMO(WS-MEMBER-HIT)
               WHEN "L"
                   IF WS-ROW-CREDITS > WS-MB-PROMO(WS-MEMBER-HIT) THEN
                       MOVE 0 TO WS-MB-PROMO(WS-MEMBER-HIT)
                   ELSE
                       SUBTRACT WS-ROW-CREDITS FROM
                         WS-MB-PROMO(WS-MEMBER-HIT)
                   END-IF
               WHEN "W"
               WHEN "T"
               WHEN "S"
               WHEN "H"
               WHEN "D"
               WHEN "Q"
               WHEN "G"
               WHEN "U"
               WHEN "Y"
               WHEN "C"
               WHEN "2"
                   PERFORM SPEND-CREDITS
               WHEN "B"
               WHEN "Z"
               WHEN "A"
               WHEN "F"
               WHEN "I"
               WHEN "K"
               WHEN "J"
               WHEN "M"
               WHEN "O"
               WHEN "8"
                   PERFORM ADD-OTHER-LOT
           END-EVALUATE.

       FIND-MEMBER.
           MOVE 0 TO WS-MEMBER-HIT.
           MOVE 0 TO WS-MEMBER-IDX.
           PERFORM UNTIL WS-MEMBER-IDX = WS-MEMBER-COUNT
                      OR WS-MEMBER-HIT > 0
               ADD 1 TO WS-MEMBER-IDX
               IF WS-MB-USER(WS-MEMBER-IDX) = WS-ROW-USER THEN
                   MOVE WS-MEMBER-IDX TO WS-MEMBER-HIT
               END-IF
           END-PERFORM.
           IF WS-MEMBER-HIT > 0 OR WS-MEMBER-COUNT = 9999 THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MEMBER-COUNT.
           MOVE WS-MEMBER-COUNT TO WS-MEMBER-HIT.
           MOVE WS-ROW-USER TO WS-MB-USER(WS-MEMBER-HIT).
           MOVE 0 TO WS-MB-PROMO(WS-MEMBER-HIT).
           MOVE 1 TO WS-MB-FIRST-LOT(WS-MEMBER-HIT).
           MOVE 0 TO WS-MB-TOTAL(WS-MEMBER-HIT).
           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               MOVE 0 TO WS-MB-BAND(WS-MEMBER-HIT, WS-BAND-IDX)
           END-PERFORM.

       ADD-PURCHASED-LOT.
           IF WS-LOT-COUNT = 20000 THEN
               ADD WS-ROW-CREDITS TO WS-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           MOVE "P" TO WS-LOT-KIND(WS-LOT-COUNT).
           PERFORM FILL-LOT.

       ADD-OTHER-LOT.
           IF WS-LOT-COUNT = 20000 THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOT-COUNT.
           MOVE "O" TO WS-LOT-KIND(WS-LOT-COUNT).
           PERFORM FILL-LOT.

       FILL-LOT.
           MOVE WS-ROW-USER TO WS-LOT-USER(WS-LOT-COUNT).
           MOVE WS-ROW-YEAR TO WS-LOT-YEAR(WS-LOT-COUNT).
           MOVE WS-ROW-MONTH TO WS-LOT-MONTH(WS-LOT-COUNT).
           MOVE WS-ROW-CREDITS TO WS-LOT-LEFT(WS-LOT-COUNT).

      *>    THE PROMO POT GOES FIRST, THEN THE MEMBER'S OLDEST
      *>    PARCELS. A SPEND BIGGER THAN EVERYTHING QUEUED (CREDITS
      *>    FROM BEFORE THE LOGS BEGAN) SIMPLY RUNS THE QUEUE DRY.
       SPEND-CREDITS.
           MOVE WS-ROW-CREDITS TO WS-LEFT-TO-COVER.
           IF WS-MB-PROMO(WS-MEMBER-HIT) > 0 THEN
               IF WS-MB-PROMO(WS-MEMBER-HIT) < WS-LEFT-TO-COVER THEN
                   MOVE WS-MB-PROMO(WS-MEMBER-HIT) TO WS-TAKE
               ELSE
                   MOVE WS-LEFT-TO-COVER TO WS-TAKE
               END-IF
               SUBTRACT WS-TAKE FROM WS-MB-PROMO(WS-MEMBER-HIT)
               SUBTRACT WS-TAKE FROM WS-LEFT-TO-COVER
           END-IF.

           MOVE WS-MB-FIRST-LOT(WS-MEMBER-HIT) TO WS-LOT-IDX.
           PERFORM UNTIL WS-LEFT-TO-COVER = 0
                      OR WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-USER(WS-LOT-IDX) = WS-ROW-USER AND
                  WS-LOT-LEFT(WS-LOT-IDX) > 0 THEN
                   IF WS-LOT-LEFT(WS-LOT-IDX) < WS-LEFT-TO-COVER THEN
                       MOVE WS-LOT-LEFT(WS-LOT-IDX) TO WS-TAKE
                   ELSE
                       MOVE WS-LEFT-TO-COVER TO WS-TAKE
                   END-IF
                   SUBTRACT WS-TAKE FROM WS-LOT-LEFT(WS-LOT-IDX)
                   SUBTRACT WS-TAKE FROM WS-LEFT-TO-COVER
               END-IF
               IF WS-LEFT-TO-COVER > 0 THEN
                   ADD 1 TO WS-LOT-IDX
               END-IF
           END-PERFORM.
           MOVE WS-LOT-IDX TO WS-MB-FIRST-LOT(WS-MEMBER-HIT).

       AGE-REMAINING-LOTS.
           MOVE 0 TO WS-LOT-IDX.
           PERFORM UNTIL WS-LOT-IDX = WS-LOT-COUNT
               ADD 1 TO WS-LOT-IDX
               IF WS-LOT-KIND(WS-LOT-IDX) = "P" AND
                  WS-LOT-LEFT(WS-LOT-IDX) > 0 THEN
                   PERFORM AGE-ONE-LOT
               END-IF
           END-PERFORM.

       AGE-ONE-LOT.
           COMPUTE WS-LOT-MONTHS = WS-LOT-YEAR(WS-LOT-IDX) * 12
               + WS-LOT-MONTH(WS-LOT-IDX).
           IF WS-LOT-MONTHS > WS-TODAY-MONTHS THEN
               MOVE 0 TO WS-AGE-MONTHS
           ELSE
               COMPUTE WS-AGE-MONTHS = WS-TODAY-MONTHS - WS-LOT-MONTHS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-MONTHS < 3
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-MONTHS < 6
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-MONTHS < 12
                   MOVE 3 TO WS-BAND
               WHEN WS-AGE-MONTHS < 24
                   MOVE 4 TO WS-BAND
               WHEN OTHER
                   MOVE 5 TO WS-BAND
           END-EVALUATE.

           MOVE WS-LOT-USER(WS-LOT-IDX) TO WS-ROW-USER.
           PERFORM FIND-MEMBER.
           ADD WS-LOT-LEFT(WS-LOT-IDX) TO
             WS-MB-BAND(WS-MEMBER-HIT, WS-BAND).
           ADD WS-LOT-LEFT(WS-LOT-IDX) TO WS-MB-TOTAL(WS-MEMBER-HIT).
           ADD WS-LOT-LEFT(WS-LOT-IDX) TO WS-ALL-BAND(WS-BAND).
           ADD WS-LOT-LEFT(WS-LOT-IDX) TO WS-ALL-TOTAL.

      *>    THE UNEXPIRED EARMARKS STILL SITTING ON PROMO-CREDITS.DAT,
      *>    SHOWN AT THE FOOT SO THE EXCLUSION CAN BE SEEN AND TIED
      *>    BACK TO THE MEMBER BALANCES.
       TALLY-PROMO-HELD.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PROMO-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PROMO-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF PR-EXPIRY >= WS-TODAY THEN
                           ADD PR-REMAINING TO WS-PROMO-HELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PROMO-FILE.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE 0 TO WS-MEMBER-IDX.
           PERFORM UNTIL WS-MEMBER-IDX = WS-MEMBER-COUNT
               ADD 1 TO WS-MEMBER-IDX
               IF WS-MB-TOTAL(WS-MEMBER-IDX) > 0 THEN
                   PERFORM WRITE-MEMBER-ROW
               END-IF
           END-PERFORM.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "ALL MEMBERS" TO WS-DL-USER.
           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               MOVE WS-ALL-BAND(WS-BAND-IDX) TO WS-DL-BAND(WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-ALL-TOTAL TO WS-DL-TOTAL.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "PURCHASED CREDITS UNSPENT     " TO WS-SL-LABEL.
           MOVE WS-ALL-TOTAL TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "BREAKAGE PERCENT              " TO WS-SL-LABEL.
           MOVE WS-BREAKAGE-PCT TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "BREAKAGE ESTIMATE             " TO WS-SL-LABEL.
           MOVE WS-BREAKAGE TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "PROMO CREDITS EXCLUDED        " TO WS-SL-LABEL.
           MOVE WS-PROMO-HELD TO WS-SL-AMOUNT.
           MOVE WS-SUMMARY-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           IF WS-DROPPED > 0 THEN
               MOVE "NOT AGED - QUEUE TABLE FULL   " TO WS-SL-LABEL
               MOVE WS-DROPPED TO WS-SL-AMOUNT
               MOVE WS-SUMMARY-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-MEMBER-ROW.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-MB-USER(WS-MEMBER-IDX) TO WS-DL-USER.
           MOVE 0 TO WS-BAND-IDX.
           PERFORM UNTIL WS-BAND-IDX = 5
               ADD 1 TO WS-BAND-IDX
               MOVE WS-MB-BAND(WS-MEMBER-IDX, WS-BAND-IDX) TO
                 WS-DL-BAND(WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-MB-TOTAL(WS-MEMBER-IDX) TO WS-DL-TOTAL.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-PAGE-HEADING.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 3 TO WS-PAGE-LINES.

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
           MOVE "CREDIT AGEING" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
