       IDENTIFICATION DIVISION.
       PROGRAM-ID. advertiser-statements.
      ******************************************************************
      *----STANDALONE REPORT JOB, RUN MONTHLY FROM---------------------*
      *----RUN-REPORT-SCHEDULE. FOR THE MONTH JUST ENDED EVERY---------*
      *----ADVERTISER GETS A NUMBERED INVOICE AND CAMPAIGN-------------*
      *----PERFORMANCE STATEMENT: EACH CAMPAIGN IN FLIGHT DURING THE---*
      *----MONTH (LIVE IN SPONSORED-MESSAGES.DAT OR ARCHIVED AS A "CM"-*
      *----ROW ON SPONSORED-MESSAGES-SUMMARY.DAT) WITH ITS FLIGHT------*
      *----DATES, DAILY BUDGET, THE MONTH'S IMPRESSIONS FROM-----------*
      *----SPONSORED-DAILY-COUNTS.DAT AND THE LIFETIME IMPRESSIONS,----*
      *----CLICKS AND CLICK-THROUGH RATE FROM SPONSORED-ANALYTICS.DAT,-*
      *----THEN EVERY LEDGER ROW BILLED TO THE ADVERTISER IN THE-------*
      *----MONTH -- SPONSORSHIP CHARGES ("S") LESS ADVERTISER REFUNDS--*
      *----(CREDIT ADJUSTMENTS "J" WITH REASON ADVR) -- AND THE--------*
      *----PAYMENT TERMS (ADV-PAYMENT-DAYS, DEFAULT 30). INVOICES ARE--*
      *----NUMBERED ON ADVERTISER-INVOICES.DAT; AN ADVERTISER ALREADY--*
      *----INVOICED FOR THE MONTH IS NOT INVOICED AGAIN, SO A RERUN IS-*
      *----SAFE. STATEMENTS GO TO THE REPORT SPOOL AND EACH------------*
      *----ADVERTISER IS TOLD THROUGH THE MAIL QUEUE. A CLOSING--------*
      *----CONTROL PAGE TIES THE STATEMENT TOTALS BACK TO THE LEDGER---*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SPONSORED-MESSAGES-FILE ASSIGN TO
             "sponsored-messages.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SUMMARY-FILE ASSIGN TO
             "sponsored-messages-summary.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPONSORED-ANALYTICS-FILE ASSIGN TO
             "sponsored-analytics.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-DAILY-COUNTS-FILE ASSIGN TO
             "sponsored-daily-counts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-ARCHIVE-FILE ASSIGN TO
             "transaction-log-archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-TRANSACTION-LOG-FILE ASSIGN TO
             "transaction-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INVOICE-FILE ASSIGN TO
             "advertiser-invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SPONSORED-MESSAGES-FILE.
           01 SP-MESSAGE.
               05 SP-DY PIC X(2).
               05 SP-MTH PIC X(2).
               05 SP-YR PIC X(4).
               05 SP-TITLE PIC X(50).
               05 SP-CONTENT PIC X(300).
               05 SP-USERNAME PIC X(16).
               05 SP-START-DATE PIC 9(8).
               05 SP-END-DATE PIC 9(8).
               05 SP-DAILY-BUDGET PIC 9(5).
               05 SP-CAMPAIGN-ID PIC 9(4).
               05 SP-TARGET-BOARD PIC X(10).
               05 SP-TARGET-LEVEL PIC X(3).
               05 SP-TARGET-LANG PIC X(2).

           FD F-SUMMARY-FILE.
           01 SUMMARY-ENTRY.
               05 SUM-DY PIC X(2).
               05 SUM-MTH PIC X(2).
               05 SUM-YR PIC X(4).
               05 SUM-POST-COUNT PIC 99.
           01 SUMMARY-CAMPAIGN.
               05 SC-MARKER PIC X(2).
               05 SC-ARCHIVE-DATE PIC 9(8).
               05 SC-TITLE PIC X(50).
               05 SC-USERNAME PIC X(16).
               05 SC-START-DATE PIC 9(8).
               05 SC-END-DATE PIC 9(8).
               05 SC-DAILY-BUDGET PIC 9(5).
               05 SC-CAMPAIGN-ID PIC 9(4).

           FD F-SPONSORED-ANALYTICS-FILE.
           01 SA-ENTRY.
              05 SA-CAMPAIGN-ID PIC 9(4).
              05 SA-TITLE PIC X(50).
              05 SA-IMPRESSIONS PIC 9(6).
              05 SA-CLICKS PIC 9(6).

           FD F-DAILY-COUNTS-FILE.
           01 SD-ENTRY.
              05 SD-DATE PIC 9(8).
              05 SD-CAMPAIGN-ID PIC 9(4).
              05 SD-IMPRESSIONS PIC 9(5).

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

           FD F-INVOICE-FILE.
           01 AI-ENTRY.
              05 AI-INVOICE-NO PIC 9(6).
              05 AI-PERIOD PIC 9(6).
              05 AI-USERNAME PIC X(16).
              05 AI-ISSUE-DATE PIC 9(8).
              05 AI-DUE-DATE PIC 9(8).
              05 AI-CHARGES PIC 9(7).
              05 AI-REFUNDS PIC 9(7).

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
           01 WS-DUE-DATE PIC 9(8).
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

      *>    THE MONTH BEING INVOICED, AS TEXT TO MATCH THE LOG ROWS,
      *>    AND ITS FIRST AND LAST POSSIBLE DAYS FOR THE FLIGHT TEST.
           01 WS-REPORT-PERIOD.
              05 WS-RP-YEAR PIC 9(4).
              05 WS-RP-MONTH PIC 9(2).
           01 WS-PERIOD-NUM REDEFINES WS-REPORT-PERIOD PIC 9(6).
           01 WS-PERIOD-FIRST PIC 9(8).
           01 WS-PERIOD-LAST PIC 9(8).

           01 WS-TERMS-DAYS PIC 9(6).
           01 WS-TERMS-KEY PIC X(20) VALUE "ADV-PAYMENT-DAYS".
           01 WS-TERMS-DEFAULT PIC 9(6) VALUE 30.
           01 WS-LAST-INVOICE PIC 9(6) VALUE 0.

           01 WS-CAMP-COUNT PIC 9(3) VALUE 0.
           01 WS-CAMPAIGNS.
               05 WS-CAMP-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-CAMP-COUNT.
                   10 WS-CP-ID PIC 9(4).
                   10 WS-CP-TITLE PIC X(50).
                   10 WS-CP-USER PIC X(16).
                   10 WS-CP-START PIC 9(8).
                   10 WS-CP-END PIC 9(8).
                   10 WS-CP-BUDGET PIC 9(5).
                   10 WS-CP-MONTH-IMPR PIC 9(7).
                   10 WS-CP-LIFE-IMPR PIC 9(6).
                   10 WS-CP-LIFE-CLICKS PIC 9(6).
           01 WS-CAMP-IDX PIC 9(3).
           01 WS-CAMP-HIT PIC 9(3).
           01 WS-MATCH-ID PIC 9(4).

           01 WS-ADV-COUNT PIC 9(3) VALUE 0.
           01 WS-ADVERTISERS.
               05 WS-ADV-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ADV-COUNT.
                   10 WS-AD-USER PIC X(16).
                   10 WS-AD-CHARGES PIC 9(7).
                   10 WS-AD-REFUNDS PIC 9(7).
                   10 WS-AD-INVOICE PIC 9(6).
                   10 WS-AD-PRIOR PIC 9.
                   10 WS-AD-PRIOR-CHARGES PIC 9(7).
                   10 WS-AD-PRIOR-REFUNDS PIC 9(7).
           01 WS-ADV-IDX PIC 9(3).
           01 WS-ADV-HIT PIC 9(3).
           01 WS-ADV-KEY PIC X(16).

      *>    THE MONTH'S BILLABLE LEDGER ROWS, LISTED ON THE STATEMENT.
           01 WS-LEDGER-COUNT PIC 9(4) VALUE 0.
           01 WS-LEDGER-LINES.
               05 WS-LEDGER-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-LEDGER-COUNT.
                   10 WS-LL-USER PIC X(16).
                   10 WS-LL-TRANS-ID PIC 9(6).
                   10 WS-LL-DATE PIC X(10).
                   10 WS-LL-TYPE PIC X(1).
                   10 WS-LL-AMOUNT PIC 9(6).
           01 WS-LEDGER-IDX PIC 9(4).

           01 WS-ROW-ID PIC 9(6).
           01 WS-ROW-TYPE PIC X(1).
           01 WS-ROW-USER PIC X(16).
           01 WS-ROW-DAY PIC X(2).
           01 WS-ROW-YEAR PIC X(4).
           01 WS-ROW-MONTH PIC X(2).
           01 WS-ROW-CHARGE PIC 9(6).
           01 WS-ROW-CREDITS PIC 9(6).
           01 WS-ROW-TARIFF PIC X(4).
           01 WS-ROW-AMOUNT PIC 9(6).

      *>    LEDGER SIDE AND STATEMENT SIDE OF THE CONTROL PAGE.
           01 WS-LEDGER-CHARGES PIC 9(9) VALUE 0.
           01 WS-LEDGER-REFUNDS PIC 9(9) VALUE 0.
           01 WS-STMT-CHARGES PIC 9(9) VALUE 0.
           01 WS-STMT-REFUNDS PIC 9(9) VALUE 0.
           01 WS-ISSUED-COUNT PIC 9(4) VALUE 0.
           01 WS-PRIOR-COUNT PIC 9(4) VALUE 0.
           01 WS-NET-DUE PIC S9(8).

           01 WS-MAIL-TYPE PIC X(8) VALUE "ADVSTMT".
           01 WS-MAIL-TEXT PIC X(60).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(24) VALUE "ADVERTISER STATEMENT    ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(8) VALUE "  MONTH ".
              05 WS-HL-PERIOD PIC 9(6).
              05 FILLER PIC X(22) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-ADVERTISER-LINE.
              05 FILLER PIC X(16) VALUE "ADVERTISER      ".
              05 WS-AL-USER PIC X(16).
           01 WS-INVOICE-LINE.
              05 FILLER PIC X(16) VALUE "INVOICE NO      ".
              05 WS-IL-INVOICE PIC 9(6).
              05 FILLER PIC X(10) VALUE "   ISSUED ".
              05 WS-IL-ISSUED PIC 9(8).
           01 WS-CAMP-COL-LINE PIC X(80) VALUE
             "NO.  TITLE           FLIGHT            BUDGET MTH-IMPR LIF
      -      "E-IMPR CLICKS   CTR%".
           01 WS-CAMP-LINE.
              05 WS-CL-ID PIC 9(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-TITLE PIC X(15).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-START PIC 9(8).
              05 FILLER PIC X(1) VALUE "-".
              05 WS-CL-END PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-BUDGET PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-MONTH-IMPR PIC Z(7)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-LIFE-IMPR PIC Z(8)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-CLICKS PIC Z(5)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-CL-CTR PIC ZZ9.99.
           01 WS-LEDGER-COL-LINE PIC X(80) VALUE
             "TRANS-ID  DATE        ENTRY                  CREDITS".
           01 WS-LEDGER-LINE.
              05 WS-LG-TRANS-ID PIC 9(6).
              05 FILLER PIC X(4) VALUE SPACES.
              05 WS-LG-DATE PIC X(10).
              05 FILLER PIC X(2) VALUE SPACES.
              05 WS-LG-ENTRY PIC X(20).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-LG-AMOUNT PIC -(8)9.
           01 WS-TERMS-LINE.
              05 FILLER PIC X(19) VALUE "PAYMENT TERMS: NET ".
              05 WS-TL-DAYS PIC ZZ9.
              05 FILLER PIC X(22) VALUE " DAYS - PLEASE PAY BY ".
              05 WS-TL-DUE PIC 9(8).
           01 WS-CTR-WORK PIC 9(3)V99.
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
           MOVE 0 TO WS-LAST-INVOICE.
           MOVE 0 TO WS-CAMP-COUNT.
           MOVE 0 TO WS-ADV-COUNT.
           MOVE 0 TO WS-LEDGER-COUNT.
           MOVE 0 TO WS-LEDGER-CHARGES.
           MOVE 0 TO WS-LEDGER-REFUNDS.
           MOVE 0 TO WS-STMT-CHARGES.
           MOVE 0 TO WS-STMT-REFUNDS.
           MOVE 0 TO WS-ISSUED-COUNT.
           MOVE 0 TO WS-PRIOR-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-TODAY-MONTH = 1 THEN
               COMPUTE WS-RP-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-RP-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-RP-YEAR
               COMPUTE WS-RP-MONTH = WS-TODAY-MONTH - 1
           END-IF.
           COMPUTE WS-PERIOD-FIRST = WS-PERIOD-NUM * 100 + 1.
           COMPUTE WS-PERIOD-LAST = WS-PERIOD-NUM * 100 + 31.

           CALL "get-parameter" USING WS-TERMS-KEY, WS-TERMS-DEFAULT,
             WS-TERMS-DAYS.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-TERMS-DAYS).

           PERFORM LOAD-LIVE-CAMPAIGNS.
           PERFORM LOAD-ARCHIVED-CAMPAIGNS.
           PERFORM TALLY-DAILY-COUNTS.
           PERFORM TALLY-ANALYTICS.
           PERFORM TALLY-ARCHIVE-LOG.
           PERFORM TALLY-LIVE-LOG.
           PERFORM READ-INVOICE-REGISTER.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       LOAD-LIVE-CAMPAIGNS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPONSORED-MESSAGES-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPONSORED-MESSAGES-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SP-START-DATE <= WS-PERIOD-LAST AND
                          SP-END-DATE >= WS-PERIOD-FIRST AND
                          WS-CAMP-COUNT < 999 THEN
                           ADD 1 TO WS-CAMP-COUNT
                           MOVE SP-CAMPAIGN-ID TO
                             WS-CP-ID(WS-CAMP-COUNT)
                           MOVE SP-TITLE TO WS-CP-TITLE(WS-CAMP-COUNT)
                           MOVE SP-USERNAME TO WS-CP-USER(WS-CAMP-COUNT)
                           MOVE SP-START-DATE TO
                             WS-CP-START(WS-CAMP-COUNT)
                           MOVE SP-END-DATE TO WS-CP-END(WS-CAMP-COUNT)
                           MOVE SP-DAILY-BUDGET TO
                             WS-CP-BUDGET(WS-CAMP-COUNT)
                           PERFORM CLEAR-CAMPAIGN-COUNTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SPONSORED-MESSAGES-FILE.

      *>    ONLY THE "CM" ROWS -- THE DAILY POST-COUNT ROWS START WITH
      *>    THE DAY OF THE MONTH.
       LOAD-ARCHIVED-CAMPAIGNS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SUMMARY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SUMMARY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SC-MARKER = "CM" AND
                          SC-START-DATE <= WS-PERIOD-LAST AND
                          SC-END-DATE >= WS-PERIOD-FIRST AND
                          WS-CAMP-COUNT < 999 THEN
                           ADD 1 TO WS-CAMP-COUNT
                           MOVE SC-CAMPAIGN-ID TO
                             WS-CP-ID(WS-CAMP-COUNT)
                           MOVE SC-TITLE TO WS-CP-TITLE(WS-CAMP-COUNT)
                           MOVE SC-USERNAME TO WS-CP-USER(WS-CAMP-COUNT)
                           MOVE SC-START-DATE TO
                             WS-CP-START(WS-CAMP-COUNT)
                           MOVE SC-END-DATE TO WS-CP-END(WS-CAMP-COUNT)
                           MOVE SC-DAILY-BUDGET TO
                             WS-CP-BUDGET(WS-CAMP-COUNT)
                           PERFORM CLEAR-CAMPAIGN-COUNTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SUMMARY-FILE.

       CLEAR-CAMPAIGN-COUNTS.
           MOVE 0 TO WS-CP-MONTH-IMPR(WS-CAMP-COUNT).
           MOVE 0 TO WS-CP-LIFE-IMPR(WS-CAMP-COUNT).
           MOVE 0 TO WS-CP-LIFE-CLICKS(WS-CAMP-COUNT).
           MOVE WS-CP-USER(WS-CAMP-COUNT) TO WS-ADV-KEY.
           PERFORM FIND-ADVERTISER.

       TALLY-DAILY-COUNTS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-DAILY-COUNTS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DAILY-COUNTS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF SD-DATE >= WS-PERIOD-FIRST AND
                          SD-DATE <= WS-PERIOD-LAST THEN
                           MOVE SD-CAMPAIGN-ID TO WS-MATCH-ID
                           PERFORM FIND-CAMPAIGN
                           IF WS-CAMP-HIT > 0 THEN
                               ADD SD-IMPRESSIONS TO
                                 WS-CP-MONTH-IMPR(WS-CAMP-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-DAILY-COUNTS-FILE.

       TALLY-ANALYTICS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-SPONSORED-ANALYTICS-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SPONSORED-ANALYTICS-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE SA-CAMPAIGN-ID TO WS-MATCH-ID
                       PERFORM FIND-CAMPAIGN
                       IF WS-CAMP-HIT > 0 THEN
                           MOVE SA-IMPRESSIONS TO
                             WS-CP-LIFE-IMPR(WS-CAMP-HIT)
                           MOVE SA-CLICKS TO
                             WS-CP-LIFE-CLICKS(WS-CAMP-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-SPONSORED-ANALYTICS-FILE.

      *>    BY CAMPAIGN NUMBER, THE KEY THE ANALYTICS AND DAILY COUNTS
      *>    ARE KEPT UNDER.
       FIND-CAMPAIGN.
           MOVE 0 TO WS-CAMP-HIT.
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = WS-CAMP-COUNT
                      OR WS-CAMP-HIT > 0
               ADD 1 TO WS-CAMP-IDX
               IF WS-CP-ID(WS-CAMP-IDX) = WS-MATCH-ID THEN
                   MOVE WS-CAMP-IDX TO WS-CAMP-HIT
               END-IF
           END-PERFORM.

       TALLY-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ARCHIVE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE ARC-TRANS-ID TO WS-ROW-ID
                       MOVE ARC-ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE ARC-USERNAME TO WS-ROW-USER
                       MOVE ARC-DY TO WS-ROW-DAY
                       MOVE ARC-YR TO WS-ROW-YEAR
                       MOVE ARC-MTH TO WS-ROW-MONTH
                       MOVE ARC-CHARGE TO WS-ROW-CHARGE
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
                       MOVE TRANS-ID TO WS-ROW-ID
                       MOVE ENTRY-TYPE TO WS-ROW-TYPE
                       MOVE USERNAME-T TO WS-ROW-USER
                       MOVE DY TO WS-ROW-DAY
                       MOVE YR TO WS-ROW-YEAR
                       MOVE MTH TO WS-ROW-MONTH
                       MOVE CHARGE TO WS-ROW-CHARGE
                       MOVE CREDITS-GRANTED TO WS-ROW-CREDITS
                       MOVE TRANS-TARIFF TO WS-ROW-TARIFF
                       PERFORM TALLY-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-TRANSACTION-LOG-FILE.

      *>    A SPONSORSHIP CHARGE CARRIES THE CREDITS BURNED AS ITS
      *>    CHARGE; AN ADVERTISER REFUND IS A "J" ADJUSTMENT WHOSE
      *>    REASON CODE (IN THE TARIFF FIELD) IS ADVR.
       TALLY-ONE-ROW.
           IF WS-ROW-YEAR NOT = WS-REPORT-PERIOD(1:4) OR
              WS-ROW-MONTH NOT = WS-REPORT-PERIOD(5:2) THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TYPE = "S" THEN
               MOVE WS-ROW-CHARGE TO WS-ROW-AMOUNT
               ADD WS-ROW-AMOUNT TO WS-LEDGER-CHARGES
           ELSE
               IF WS-ROW-TYPE = "J" AND WS-ROW-TARIFF = "ADVR" THEN
                   MOVE WS-ROW-CREDITS TO WS-ROW-AMOUNT
                   ADD WS-ROW-AMOUNT TO WS-LEDGER-REFUNDS
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-ROW-USER TO WS-ADV-KEY.
           PERFORM FIND-ADVERTISER.
           IF WS-ADV-HIT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-TYPE = "S" THEN
               ADD WS-ROW-AMOUNT TO WS-AD-CHARGES(WS-ADV-HIT)
           ELSE
               ADD WS-ROW-AMOUNT TO WS-AD-REFUNDS(WS-ADV-HIT)
           END-IF.

           IF WS-LEDGER-COUNT < 9999 THEN
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-ROW-USER TO WS-LL-USER(WS-LEDGER-COUNT)
               MOVE WS-ROW-ID TO WS-LL-TRANS-ID(WS-LEDGER-COUNT)
               STRING WS-ROW-DAY "/" WS-ROW-MONTH "/" WS-ROW-YEAR
                   DELIMITED BY SIZE
                   INTO WS-LL-DATE(WS-LEDGER-COUNT)
               END-STRING
               MOVE WS-ROW-TYPE TO WS-LL-TYPE(WS-LEDGER-COUNT)
               MOVE WS-ROW-AMOUNT TO WS-LL-AMOUNT(WS-LEDGER-COUNT)
           END-IF.

      *>    FINDS WS-ADV-KEY, ADDING IT WHEN NEW; ZERO IF THE TABLE IS
      *>    FULL, WHICH THE CONTROL PAGE THEN SHOWS AS A MISMATCH.
       FIND-ADVERTISER.
           MOVE 0 TO WS-ADV-HIT.
           MOVE 0 TO WS-ADV-IDX.
           PERFORM UNTIL WS-ADV-IDX = WS-ADV-COUNT
                      OR WS-ADV-HIT > 0
               ADD 1 TO WS-ADV-IDX
               IF WS-AD-USER(WS-ADV-IDX) = WS-ADV-KEY THEN
                   MOVE WS-ADV-IDX TO WS-ADV-HIT
               END-IF
           END-PERFORM.
           IF WS-ADV-HIT = 0 AND WS-ADV-COUNT < 999 THEN
               ADD 1 TO WS-ADV-COUNT
               MOVE WS-ADV-COUNT TO WS-ADV-HIT
               MOVE WS-ADV-KEY TO WS-AD-USER(WS-ADV-HIT)
               MOVE 0 TO WS-AD-CHARGES(WS-ADV-HIT)
               MOVE 0 TO WS-AD-REFUNDS(WS-ADV-HIT)
               MOVE 0 TO WS-AD-INVOICE(WS-ADV-HIT)
               MOVE 0 TO WS-AD-PRIOR(WS-ADV-HIT)
               MOVE 0 TO WS-AD-PRIOR-CHARGES(WS-ADV-HIT)
               MOVE 0 TO WS-AD-PRIOR-REFUNDS(WS-ADV-HIT)
           END-IF.

      *>    THE HIGHEST INVOICE NUMBER ISSUED SO FAR, AND WHO HAS
      *>    ALREADY BEEN INVOICED FOR THIS MONTH AND FOR HOW MUCH.
       READ-INVOICE-REGISTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-INVOICE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-INVOICE-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF AI-INVOICE-NO > WS-LAST-INVOICE THEN
                           MOVE AI-INVOICE-NO TO WS-LAST-INVOICE
                       END-IF
                       IF AI-PERIOD = WS-PERIOD-NUM THEN
                           MOVE AI-USERNAME TO WS-ADV-KEY
                           PERFORM FIND-ADVERTISER
                           IF WS-ADV-HIT > 0 THEN
                               MOVE 1 TO WS-AD-PRIOR(WS-ADV-HIT)
                               MOVE AI-INVOICE-NO TO
                                 WS-AD-INVOICE(WS-ADV-HIT)
                               MOVE AI-CHARGES TO
                                 WS-AD-PRIOR-CHARGES(WS-ADV-HIT)
                               MOVE AI-REFUNDS TO
                                 WS-AD-PRIOR-REFUNDS(WS-ADV-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-INVOICE-FILE.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           OPEN EXTEND F-INVOICE-FILE.
           MOVE 0 TO WS-ADV-IDX.
           PERFORM UNTIL WS-ADV-IDX = WS-ADV-COUNT
               ADD 1 TO WS-ADV-IDX
               IF WS-AD-PRIOR(WS-ADV-IDX) = 1 THEN
                   ADD 1 TO WS-PRIOR-COUNT
                   ADD WS-AD-PRIOR-CHARGES(WS-ADV-IDX) TO
                     WS-STMT-CHARGES
                   ADD WS-AD-PRIOR-REFUNDS(WS-ADV-IDX) TO
                     WS-STMT-REFUNDS
               ELSE
                   PERFORM WRITE-STATEMENT
               END-IF
           END-PERFORM.
           CLOSE F-INVOICE-FILE.

           PERFORM WRITE-CONTROL-PAGE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-STATEMENT.
           ADD 1 TO WS-LAST-INVOICE.
           ADD 1 TO WS-ISSUED-COUNT.
           MOVE WS-LAST-INVOICE TO WS-AD-INVOICE(WS-ADV-IDX).
           ADD WS-AD-CHARGES(WS-ADV-IDX) TO WS-STMT-CHARGES.
           ADD WS-AD-REFUNDS(WS-ADV-IDX) TO WS-STMT-REFUNDS.

           PERFORM WRITE-PAGE-HEADING.
           MOVE WS-AD-USER(WS-ADV-IDX) TO WS-AL-USER.
           MOVE WS-ADVERTISER-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-LAST-INVOICE TO WS-IL-INVOICE.
           MOVE WS-TODAY TO WS-IL-ISSUED.
           MOVE WS-INVOICE-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "CAMPAIGNS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-CAMP-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-CAMP-IDX.
           PERFORM UNTIL WS-CAMP-IDX = WS-CAMP-COUNT
               ADD 1 TO WS-CAMP-IDX
               IF WS-CP-USER(WS-CAMP-IDX) = WS-AD-USER(WS-ADV-IDX)
                   THEN
                   PERFORM WRITE-CAMPAIGN-ROW
               END-IF
           END-PERFORM.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "LEDGER" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-LEDGER-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-LEDGER-IDX.
           PERFORM UNTIL WS-LEDGER-IDX = WS-LEDGER-COUNT
               ADD 1 TO WS-LEDGER-IDX
               IF WS-LL-USER(WS-LEDGER-IDX) = WS-AD-USER(WS-ADV-IDX)
                   THEN
                   PERFORM WRITE-LEDGER-ROW
               END-IF
           END-PERFORM.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           COMPUTE WS-NET-DUE = WS-AD-CHARGES(WS-ADV-IDX) -
               WS-AD-REFUNDS(WS-ADV-IDX).
           MOVE "SPONSORSHIP CHARGES           " TO WS-SM-LABEL.
           MOVE WS-AD-CHARGES(WS-ADV-IDX) TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "LESS REFUNDS                  " TO WS-SM-LABEL.
           MOVE WS-AD-REFUNDS(WS-ADV-IDX) TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "NET DUE (CREDITS)             " TO WS-SM-LABEL.
           MOVE WS-NET-DUE TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-TERMS-DAYS TO WS-TL-DAYS.
           MOVE WS-DUE-DATE TO WS-TL-DUE.
           MOVE WS-TERMS-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           ADD 1 TO WS-PAGE-NO.

           MOVE WS-LAST-INVOICE TO AI-INVOICE-NO.
           MOVE WS-PERIOD-NUM TO AI-PERIOD.
           MOVE WS-AD-USER(WS-ADV-IDX) TO AI-USERNAME.
           MOVE WS-TODAY TO AI-ISSUE-DATE.
           MOVE WS-DUE-DATE TO AI-DUE-DATE.
           MOVE WS-AD-CHARGES(WS-ADV-IDX) TO AI-CHARGES.
           MOVE WS-AD-REFUNDS(WS-ADV-IDX) TO AI-REFUNDS.
           WRITE AI-ENTRY.

           MOVE SPACES TO WS-MAIL-TEXT.
           STRING "Advertiser statement " DELIMITED BY SIZE
               WS-REPORT-PERIOD DELIMITED BY SIZE
               " ready - invoice no " DELIMITED BY SIZE
               WS-IL-INVOICE DELIMITED BY SIZE
               INTO WS-MAIL-TEXT
           END-STRING.
           CALL "queue-mail-item" USING WS-AD-USER(WS-ADV-IDX),
               WS-MAIL-TYPE, WS-MAIL-TEXT.

      *>    CLICK-THROUGH IS LIFETIME CLICKS OVER LIFETIME IMPRESSIONS,
      *>    THE ONLY CLICK COUNT KEPT.
       WRITE-CAMPAIGN-ROW.
           MOVE WS-CP-ID(WS-CAMP-IDX) TO WS-CL-ID.
           MOVE WS-CP-TITLE(WS-CAMP-IDX) TO WS-CL-TITLE.
           MOVE WS-CP-START(WS-CAMP-IDX) TO WS-CL-START.
           MOVE WS-CP-END(WS-CAMP-IDX) TO WS-CL-END.
           MOVE WS-CP-BUDGET(WS-CAMP-IDX) TO WS-CL-BUDGET.
           MOVE WS-CP-MONTH-IMPR(WS-CAMP-IDX) TO WS-CL-MONTH-IMPR.
           MOVE WS-CP-LIFE-IMPR(WS-CAMP-IDX) TO WS-CL-LIFE-IMPR.
           MOVE WS-CP-LIFE-CLICKS(WS-CAMP-IDX) TO WS-CL-CLICKS.
           MOVE 0 TO WS-CTR-WORK.
           IF WS-CP-LIFE-IMPR(WS-CAMP-IDX) > 0 THEN
               COMPUTE WS-CTR-WORK ROUNDED =
                   WS-CP-LIFE-CLICKS(WS-CAMP-IDX) * 100 /
                   WS-CP-LIFE-IMPR(WS-CAMP-IDX)
                   ON SIZE ERROR MOVE 999.99 TO WS-CTR-WORK
               END-COMPUTE
           END-IF.
           MOVE WS-CTR-WORK TO WS-CL-CTR.
           MOVE WS-CAMP-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-LEDGER-ROW.
           MOVE WS-LL-TRANS-ID(WS-LEDGER-IDX) TO WS-LG-TRANS-ID.
           MOVE WS-LL-DATE(WS-LEDGER-IDX) TO WS-LG-DATE.
           IF WS-LL-TYPE(WS-LEDGER-IDX) = "S" THEN
               MOVE "SPONSORSHIP CHARGE" TO WS-LG-ENTRY
               MOVE WS-LL-AMOUNT(WS-LEDGER-IDX) TO WS-LG-AMOUNT
           ELSE
               MOVE "ADVERTISER REFUND" TO WS-LG-ENTRY
               COMPUTE WS-LG-AMOUNT = 0 - WS-LL-AMOUNT(WS-LEDGER-IDX)
           END-IF.
           MOVE WS-LEDGER-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

      *>    THE STATEMENTS (NEW AND ALREADY ISSUED) MUST ACCOUNT FOR
      *>    EVERY SPONSORSHIP CHARGE AND ADVERTISER REFUND ON THE
      *>    LEDGER FOR THE MONTH.
       WRITE-CONTROL-PAGE.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "LEDGER CONTROL" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "STATEMENTS ISSUED THIS RUN    " TO WS-SM-LABEL.
           MOVE WS-ISSUED-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "ALREADY INVOICED THIS MONTH   " TO WS-SM-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "CHARGES ON LEDGER             " TO WS-SM-LABEL.
           MOVE WS-LEDGER-CHARGES TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "CHARGES ON STATEMENTS         " TO WS-SM-LABEL.
           MOVE WS-STMT-CHARGES TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "REFUNDS ON LEDGER             " TO WS-SM-LABEL.
           MOVE WS-LEDGER-REFUNDS TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE "REFUNDS ON STATEMENTS         " TO WS-SM-LABEL.
           MOVE WS-STMT-REFUNDS TO WS-SM-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-LEDGER-CHARGES = WS-STMT-CHARGES AND
              WS-LEDGER-REFUNDS = WS-STMT-REFUNDS THEN
               MOVE "STATEMENTS TIE TO THE LEDGER" TO SP-LINE
           ELSE
               MOVE "*** STATEMENTS DO NOT TIE TO THE LEDGER ***" TO
                 SP-LINE
           END-IF.
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
           MOVE "ADVERT STATEMENTS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
