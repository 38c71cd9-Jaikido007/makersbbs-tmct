       IDENTIFICATION DIVISION.
       PROGRAM-ID. financial-statements.
      ******************************************************************
      *----SUB PROGRAM THAT TURNS THE GENERAL LEDGER INTO THE INCOME---*
      *----STATEMENT AND BALANCE SHEET FOR ONE YYYYMM PERIOD AND-------*
      *----WRITES THEM TO THE REPORT SPOOL IN THE SAME SHAPE AS--------*
      *----TRIAL-BALANCE-REPORT. EACH STATEMENT SHOWS THE CURRENT------*
      *----MONTH, THE PRIOR MONTH AND THE FINANCIAL YEAR TO DATE (THE--*
      *----YEAR STARTS IN THE MONTH HELD IN FINANCIAL-YEAR-START,------*
      *----PARAMETER, DEFAULT 1). A PERIOD CLOSED IN-------------------*
      *----PERIOD-CONTROL.DAT IS TAKEN FROM ITS SNAPSHOT ON------------*
      *----PERIOD-CLOSE-JOURNAL.DAT SO THE STATEMENTS AGREE WITH WHAT--*
      *----WAS FILED; AN OPEN PERIOD IS TAKEN LIVE FROM----------------*
      *----GENERAL-LEDGER.DAT AND ITS COLUMN IS MARKED PROVISIONAL.----*
      *----WHICH STATEMENT, SECTION AND NORMAL SIDE EACH ACCOUNT-------*
      *----BELONGS TO IS HELD IN ACCOUNT-GROUPS.DAT, SEEDED WITH THE---*
      *----HOUSE CHART WHEN EMPTY; AN ACCOUNT MISSING FROM IT IS-------*
      *----STILL PRINTED, AS UNGROUPED, SO NOTHING DROPS OFF THE-------*
      *----BALANCE SHEET. A ZERO PERIOD MEANS THE MONTH JUST ENDED,----*
      *----WHICH IS HOW RUN-REPORT-SCHEDULE ASKS FOR IT----------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GROUP-FILE ASSIGN TO "account-groups.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-JOURNAL-FILE ASSIGN TO
             "period-close-journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GL-FILE ASSIGN TO "general-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-GROUP-FILE.
           01 AG-ENTRY.
              05 AG-ACCOUNT PIC 9(4).
              05 AG-STATEMENT PIC X(1).
              05 AG-SECTION PIC 9(2).
              05 AG-SECTION-NAME PIC X(20).
              05 AG-NORMAL PIC X(1).
              05 AG-NAME PIC X(24).

           FD F-PERIOD-FILE.
           01 PD-ENTRY.
              05 PD-PERIOD PIC 9(6).
              05 PD-STATUS PIC X(1).
              05 PD-CLOSED-DATE PIC 9(8).
              05 PD-CLOSED-BY PIC X(16).

           FD F-JOURNAL-FILE.
           01 PJ-ENTRY.
              05 PJ-PERIOD PIC 9(6).
              05 PJ-ACCOUNT PIC 9(4).
              05 PJ-DEBITS PIC 9(9).
              05 PJ-CREDITS PIC 9(9).

           FD F-GL-FILE.
           01 GL-ENTRY.
              05 GL-DATE PIC 9(8).
              05 GL-ACCOUNT PIC 9(4).
              05 GL-SIDE PIC X(1).
              05 GL-AMOUNT PIC 9(6).
              05 GL-ENTRY-TYPE PIC X(1).
              05 GL-TRANS-ID PIC 9(6).

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
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

           01 WS-FY-KEY PIC X(20) VALUE "FINANCIAL-YEAR-START".
           01 WS-FY-DEFAULT PIC 9(6) VALUE 1.
           01 WS-FY-START PIC 9(6).

      *>    THE REPORTED MONTH, THE ONE BEFORE IT AND THE FIRST
      *>    MONTH OF THE FINANCIAL YEAR IT FALLS IN.
           01 WS-CM.
              05 WS-CM-YEAR PIC 9(4).
              05 WS-CM-MONTH PIC 9(2).
           01 WS-CM-PERIOD REDEFINES WS-CM PIC 9(6).
           01 WS-PM.
              05 WS-PM-YEAR PIC 9(4).
              05 WS-PM-MONTH PIC 9(2).
           01 WS-PM-PERIOD REDEFINES WS-PM PIC 9(6).
           01 WS-YS.
              05 WS-YS-YEAR PIC 9(4).
              05 WS-YS-MONTH PIC 9(2).
           01 WS-YS-PERIOD REDEFINES WS-YS PIC 9(6).
           01 WS-WALK.
              05 WS-WALK-YEAR PIC 9(4).
              05 WS-WALK-MONTH PIC 9(2).
           01 WS-WALK-PERIOD REDEFINES WS-WALK PIC 9(6).

           01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
           01 WS-CLOSED-PERIODS.
               05 WS-CLOSED-PERIOD PIC 9(6) OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-CLOSED-COUNT.
           01 WS-CLOSED-IDX PIC 9(3).
           01 WS-CHK-PERIOD PIC 9(6).
           01 WS-CHK-CLOSED PIC 9.
           01 WS-CM-STATUS PIC X(11).
           01 WS-PM-STATUS PIC X(11).
           01 WS-YTD-STATUS PIC X(11).

      *>    ONE ROW PER ACCOUNT. THE KEY IS STATEMENT, SECTION AND
      *>    ACCOUNT SO ONE SORT PUTS BOTH STATEMENTS IN PRINT ORDER.
      *>    MOVEMENTS AND BALANCES ARE HELD DEBIT-POSITIVE.
           01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCTS.
               05 WS-ACCT-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ACCT-COUNT.
                   10 WS-ACCT-KEY.
                       15 WS-ACCT-STMT PIC X(1).
                       15 WS-ACCT-SECTION PIC 9(2).
                       15 WS-ACCT-NO PIC 9(4).
                   10 WS-ACCT-SECT-NAME PIC X(20).
                   10 WS-ACCT-NORMAL PIC X(1).
                   10 WS-ACCT-NAME PIC X(24).
                   10 WS-ACCT-CM PIC S9(10).
                   10 WS-ACCT-PM PIC S9(10).
                   10 WS-ACCT-YTD PIC S9(10).
                   10 WS-ACCT-BAL-CM PIC S9(10).
                   10 WS-ACCT-BAL-PM PIC S9(10).
           01 WS-ACCT-IDX PIC 9(3).
           01 WS-ACCT-HIT PIC 9(3).
           01 WS-UNGROUPED-COUNT PIC 9(3) VALUE 0.

           01 WS-SORT-I PIC 9(3).
           01 WS-SORT-J PIC 9(3).
           01 WS-SORT-SWAP PIC X(102).

           01 WS-ROW-ACCOUNT PIC 9(4).
           01 WS-ROW-PERIOD PIC 9(6).
           01 WS-ROW-NET PIC S9(10).
           01 WS-ROW-CLOSING PIC 9.

      *>    SECTION AND STATEMENT TOTALS, IN THE SIGN EACH LINE IS
      *>    PRINTED IN (CREDIT-NORMAL ACCOUNTS SHOWN CREDIT-POSITIVE).
           01 WS-SIGN PIC S9.
           01 WS-WANT-STMT PIC X(1).
           01 WS-LAST-SECTION PIC 9(2).
           01 WS-LAST-SECT-NAME PIC X(20).
           01 WS-SECTION-OPEN PIC 9.
           01 WS-SECT-COL1 PIC S9(10).
           01 WS-SECT-COL2 PIC S9(10).
           01 WS-SECT-COL3 PIC S9(10).
           01 WS-PROFIT-CM PIC S9(10).
           01 WS-PROFIT-PM PIC S9(10).
           01 WS-PROFIT-YTD PIC S9(10).
           01 WS-RESERVE-CM PIC S9(10).
           01 WS-RESERVE-PM PIC S9(10).
           01 WS-ASSETS-CM PIC S9(10).
           01 WS-ASSETS-PM PIC S9(10).
           01 WS-ASSETS-YTD PIC S9(10).
           01 WS-CLAIMS-CM PIC S9(10).
           01 WS-CLAIMS-PM PIC S9(10).
           01 WS-CLAIMS-YTD PIC S9(10).
           01 WS-DIFFERENCE PIC S9(10).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(21) VALUE "FINANCIAL STATEMENTS ".
              05 FILLER PIC X(7) VALUE "PERIOD ".
              05 WS-HL-PERIOD PIC 9(6).
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(4) VALUE "RUN ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(23) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-STATUS-LINE.
              05 FILLER PIC X(8) VALUE "CURRENT ".
              05 WS-SL-CM PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-SL-CM-STATUS PIC X(11).
              05 FILLER PIC X(1) VALUE SPACES.
              05 FILLER PIC X(6) VALUE "PRIOR ".
              05 WS-SL-PM PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-SL-PM-STATUS PIC X(11).
              05 FILLER PIC X(1) VALUE SPACES.
              05 FILLER PIC X(9) VALUE "YTD FROM ".
              05 WS-SL-YS PIC 9(6).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-SL-YTD-STATUS PIC X(11).
           01 WS-COL-LINE PIC X(80).
           01 WS-IS-COL-LINE.
              05 FILLER PIC X(32) VALUE "ACCOUNT".
              05 FILLER PIC X(10) VALUE "   CURRENT".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "     PRIOR".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "       YTD".
           01 WS-BS-COL-LINE.
              05 FILLER PIC X(32) VALUE "ACCOUNT".
              05 FILLER PIC X(10) VALUE "   CURRENT".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "     PRIOR".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "YTD CHANGE".
           01 WS-DETAIL-LINE.
              05 WS-DL-ACCOUNT PIC X(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-NAME PIC X(24).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-COL1 PIC -(9)9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-COL2 PIC -(9)9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-COL3 PIC -(9)9.

           LINKAGE SECTION.
           01 LS-PERIOD PIC 9(6).

       PROCEDURE DIVISION USING LS-PERIOD.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 0 TO WS-UNGROUPED-COUNT.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-FY-KEY, WS-FY-DEFAULT,
               WS-FY-START.
           IF WS-FY-START < 1 OR WS-FY-START > 12 THEN
               MOVE 1 TO WS-FY-START
           END-IF.

           PERFORM SET-PERIODS.
           CALL "seed-account-groups".
           PERFORM LOAD-GROUPS.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM SET-COLUMN-STATUS.
           PERFORM TALLY-CLOSED-JOURNAL.
           PERFORM TALLY-OPEN-LEDGER.
           PERFORM SORT-ACCOUNTS.
           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           GOBACK.

       SET-PERIODS.
           IF LS-PERIOD = 0 THEN
               MOVE WS-TODAY(1:6) TO WS-CM-PERIOD
               IF WS-CM-MONTH = 1 THEN
                   SUBTRACT 1 FROM WS-CM-YEAR
                   MOVE 12 TO WS-CM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-CM-MONTH
               END-IF
           ELSE
               MOVE LS-PERIOD TO WS-CM-PERIOD
           END-IF.

           MOVE WS-CM-PERIOD TO WS-PM-PERIOD.
           IF WS-PM-MONTH = 1 THEN
               SUBTRACT 1 FROM WS-PM-YEAR
               MOVE 12 TO WS-PM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PM-MONTH
           END-IF.

           MOVE WS-CM-YEAR TO WS-YS-YEAR.
           IF WS-CM-MONTH < WS-FY-START THEN
               SUBTRACT 1 FROM WS-YS-YEAR
           END-IF.
           MOVE WS-FY-START TO WS-YS-MONTH.

       LOAD-GROUPS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-ACCT-COUNT < 999 THEN
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
                           MOVE AG-STATEMENT TO
                             WS-ACCT-STMT(WS-ACCT-HIT)
                           MOVE AG-SECTION TO
                             WS-ACCT-SECTION(WS-ACCT-HIT)
                           MOVE AG-ACCOUNT TO WS-ACCT-NO(WS-ACCT-HIT)
                           MOVE AG-SECTION-NAME TO
                             WS-ACCT-SECT-NAME(WS-ACCT-HIT)
                           MOVE AG-NORMAL TO
                             WS-ACCT-NORMAL(WS-ACCT-HIT)
                           MOVE AG-NAME TO WS-ACCT-NAME(WS-ACCT-HIT)
                           PERFORM ZERO-ACCOUNT-BUCKETS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-FILE.

       ZERO-ACCOUNT-BUCKETS.
           MOVE 0 TO WS-ACCT-CM(WS-ACCT-HIT).
           MOVE 0 TO WS-ACCT-PM(WS-ACCT-HIT).
           MOVE 0 TO WS-ACCT-YTD(WS-ACCT-HIT).
           MOVE 0 TO WS-ACCT-BAL-CM(WS-ACCT-HIT).
           MOVE 0 TO WS-ACCT-BAL-PM(WS-ACCT-HIT).

       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PERIOD-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-PERIOD-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF PD-STATUS = "C" AND
                          WS-CLOSED-COUNT < 999 THEN
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE PD-PERIOD TO
                             WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-PERIOD-FILE.

       CHECK-CLOSED.
           MOVE 0 TO WS-CHK-CLOSED.
           MOVE 0 TO WS-CLOSED-IDX.
           PERFORM UNTIL WS-CLOSED-IDX = WS-CLOSED-COUNT
               ADD 1 TO WS-CLOSED-IDX
               IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = WS-CHK-PERIOD THEN
                   MOVE 1 TO WS-CHK-CLOSED
               END-IF
           END-PERFORM.

      *>    THE YEAR-TO-DATE COLUMN IS ONLY FINAL WHEN EVERY MONTH
      *>    FROM THE START OF THE YEAR TO THE REPORTED ONE IS SHUT.
       SET-COLUMN-STATUS.
           MOVE WS-CM-PERIOD TO WS-CHK-PERIOD.
           PERFORM CHECK-CLOSED.
           IF WS-CHK-CLOSED = 1 THEN
               MOVE "CLOSED" TO WS-CM-STATUS
           ELSE
               MOVE "PROVISIONAL" TO WS-CM-STATUS
           END-IF.

           MOVE WS-PM-PERIOD TO WS-CHK-PERIOD.
           PERFORM CHECK-CLOSED.
           IF WS-CHK-CLOSED = 1 THEN
               MOVE "CLOSED" TO WS-PM-STATUS
           ELSE
               MOVE "PROVISIONAL" TO WS-PM-STATUS
           END-IF.

           MOVE "CLOSED" TO WS-YTD-STATUS.
           MOVE WS-YS-PERIOD TO WS-WALK-PERIOD.
           PERFORM UNTIL WS-WALK-PERIOD > WS-CM-PERIOD
               MOVE WS-WALK-PERIOD TO WS-CHK-PERIOD
               PERFORM CHECK-CLOSED
               IF WS-CHK-CLOSED = 0 THEN
                   MOVE "PROVISIONAL" TO WS-YTD-STATUS
               END-IF
               IF WS-WALK-MONTH = 12 THEN
                   ADD 1 TO WS-WALK-YEAR
                   MOVE 1 TO WS-WALK-MONTH
               ELSE
                   ADD 1 TO WS-WALK-MONTH
               END-IF
           END-PERFORM.

       TALLY-CLOSED-JOURNAL.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-JOURNAL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-JOURNAL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF PJ-PERIOD <= WS-CM-PERIOD THEN
                           MOVE PJ-PERIOD TO WS-CHK-PERIOD
                           PERFORM CHECK-CLOSED
                           IF WS-CHK-CLOSED = 1 THEN
                               MOVE 0 TO WS-ROW-CLOSING
                               MOVE PJ-PERIOD TO WS-ROW-PERIOD
                               MOVE PJ-ACCOUNT TO WS-ROW-ACCOUNT
                               COMPUTE WS-ROW-NET =
                                 PJ-DEBITS - PJ-CREDITS
                               PERFORM APPLY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-JOURNAL-FILE.

      *>    YEAR-END CLOSING ENTRIES (TYPE "3") ARE POSTED AFTER THE
      *>    LAST PERIOD OF THE YEAR WAS SNAPSHOTTED, SO THEY ARE TAKEN
      *>    FROM THE LEDGER EVEN INTO A CLOSED PERIOD. THEY MOVE
      *>    BALANCES, NOT THE YEAR'S TRADING, SO THEY STAY OUT OF THE
      *>    MONTH AND YEAR-TO-DATE COLUMNS.
       TALLY-OPEN-LEDGER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GL-DATE(1:6) <= WS-CM-PERIOD THEN
                           MOVE GL-DATE(1:6) TO WS-CHK-PERIOD
                           PERFORM CHECK-CLOSED
                           IF WS-CHK-CLOSED = 0 OR
                              GL-ENTRY-TYPE = "3" THEN
                               MOVE 0 TO WS-ROW-CLOSING
                               IF GL-ENTRY-TYPE = "3" THEN
                                   MOVE 1 TO WS-ROW-CLOSING
                               END-IF
                               MOVE GL-DATE(1:6) TO WS-ROW-PERIOD
                               MOVE GL-ACCOUNT TO WS-ROW-ACCOUNT
                               IF GL-SIDE = "D" THEN
                                   MOVE GL-AMOUNT TO WS-ROW-NET
                               ELSE
                                   COMPUTE WS-ROW-NET = 0 - GL-AMOUNT
                               END-IF
                               PERFORM APPLY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GL-FILE.

       APPLY-ROW.
           MOVE 0 TO WS-ACCT-HIT.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-NO(WS-ACCT-IDX) = WS-ROW-ACCOUNT THEN
                   MOVE WS-ACCT-IDX TO WS-ACCT-HIT
               END-IF
           END-PERFORM.
      *>    AN ACCOUNT NOBODY HAS GROUPED YET GOES ON THE ASSET SIDE
      *>    DEBIT-POSITIVE, SO THE BALANCE SHEET STILL BALANCES AND
      *>    THE GAP IN ACCOUNT-GROUPS.DAT IS PLAIN ON THE PAGE.
           IF WS-ACCT-HIT = 0 THEN
               IF WS-ACCT-COUNT = 999 THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               ADD 1 TO WS-UNGROUPED-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
               MOVE "B" TO WS-ACCT-STMT(WS-ACCT-HIT)
               MOVE 99 TO WS-ACCT-SECTION(WS-ACCT-HIT)
               MOVE WS-ROW-ACCOUNT TO WS-ACCT-NO(WS-ACCT-HIT)
               MOVE "UNGROUPED" TO WS-ACCT-SECT-NAME(WS-ACCT-HIT)
               MOVE "D" TO WS-ACCT-NORMAL(WS-ACCT-HIT)
               MOVE "NOT IN ACCOUNT GROUPS" TO
                 WS-ACCT-NAME(WS-ACCT-HIT)
               PERFORM ZERO-ACCOUNT-BUCKETS
           END-IF.

           ADD WS-ROW-NET TO WS-ACCT-BAL-CM(WS-ACCT-HIT).
           IF WS-ROW-PERIOD <= WS-PM-PERIOD THEN
               ADD WS-ROW-NET TO WS-ACCT-BAL-PM(WS-ACCT-HIT)
           END-IF.
           IF WS-ROW-CLOSING = 1 THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROW-PERIOD = WS-CM-PERIOD THEN
               ADD WS-ROW-NET TO WS-ACCT-CM(WS-ACCT-HIT)
           END-IF.
           IF WS-ROW-PERIOD = WS-PM-PERIOD THEN
               ADD WS-ROW-NET TO WS-ACCT-PM(WS-ACCT-HIT)
           END-IF.
           IF WS-ROW-PERIOD >= WS-YS-PERIOD THEN
               ADD WS-ROW-NET TO WS-ACCT-YTD(WS-ACCT-HIT)
           END-IF.

       SORT-ACCOUNTS.
           MOVE 0 TO WS-SORT-I.
           PERFORM UNTIL WS-SORT-I >= WS-ACCT-COUNT
               ADD 1 TO WS-SORT-I
               MOVE WS-SORT-I TO WS-SORT-J
               PERFORM UNTIL WS-SORT-J >= WS-ACCT-COUNT
                   ADD 1 TO WS-SORT-J
                   IF WS-ACCT-KEY(WS-SORT-J) <
                      WS-ACCT-KEY(WS-SORT-I) THEN
                       MOVE WS-ACCT-ENTRY(WS-SORT-I) TO WS-SORT-SWAP
                       MOVE WS-ACCT-ENTRY(WS-SORT-J) TO
                         WS-ACCT-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-SWAP TO WS-ACCT-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-REPORT.
           MOVE 0 TO WS-PROFIT-CM.
           MOVE 0 TO WS-PROFIT-PM.
           MOVE 0 TO WS-PROFIT-YTD.
           MOVE 0 TO WS-RESERVE-CM.
           MOVE 0 TO WS-RESERVE-PM.
           MOVE 0 TO WS-ASSETS-CM.
           MOVE 0 TO WS-ASSETS-PM.
           MOVE 0 TO WS-ASSETS-YTD.
           MOVE 0 TO WS-CLAIMS-CM.
           MOVE 0 TO WS-CLAIMS-PM.
           MOVE 0 TO WS-CLAIMS-YTD.

           OPEN EXTEND F-SPOOL-FILE.

           MOVE WS-IS-COL-LINE TO WS-COL-LINE.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "INCOME STATEMENT" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "I" TO WS-WANT-STMT.
           PERFORM WRITE-STATEMENT-BODY.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE "NET PROFIT (LOSS)" TO WS-DL-NAME.
           MOVE WS-PROFIT-CM TO WS-DL-COL1.
           MOVE WS-PROFIT-PM TO WS-DL-COL2.
           MOVE WS-PROFIT-YTD TO WS-DL-COL3.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE WS-BS-COL-LINE TO WS-COL-LINE.
           ADD 1 TO WS-PAGE-NO.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "BALANCE SHEET AT MONTH END" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "B" TO WS-WANT-STMT.
           PERFORM WRITE-STATEMENT-BODY.

      *>    RESULTS NOT YET MOVED TO RETAINED EARNINGS BY A YEAR-END
      *>    CLOSE SIT ON THE CLAIMS SIDE AS ONE LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE "PROFIT AND LOSS RESERVE" TO WS-DL-NAME.
           MOVE WS-RESERVE-CM TO WS-DL-COL1.
           MOVE WS-RESERVE-PM TO WS-DL-COL2.
           MOVE WS-PROFIT-YTD TO WS-DL-COL3.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           ADD WS-RESERVE-CM TO WS-CLAIMS-CM.
           ADD WS-RESERVE-PM TO WS-CLAIMS-PM.
           ADD WS-PROFIT-YTD TO WS-CLAIMS-YTD.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "TOTAL ASSETS" TO WS-DL-NAME.
           MOVE WS-ASSETS-CM TO WS-DL-COL1.
           MOVE WS-ASSETS-PM TO WS-DL-COL2.
           MOVE WS-ASSETS-YTD TO WS-DL-COL3.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "TOTAL LIABS AND EQUITY" TO WS-DL-NAME.
           MOVE WS-CLAIMS-CM TO WS-DL-COL1.
           MOVE WS-CLAIMS-PM TO WS-DL-COL2.
           MOVE WS-CLAIMS-YTD TO WS-DL-COL3.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           COMPUTE WS-DIFFERENCE = WS-ASSETS-CM - WS-CLAIMS-CM.
           IF WS-DIFFERENCE = 0 THEN
               MOVE "BALANCE SHEET BALANCES" TO SP-LINE
           ELSE
               MOVE SPACES TO SP-LINE
               STRING "*** OUT OF BALANCE BY " DELIMITED BY SIZE
                   WS-DIFFERENCE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO SP-LINE
           END-IF.
           PERFORM WRITE-SPOOL-LINE.

           IF WS-UNGROUPED-COUNT > 0 THEN
               MOVE SPACES TO SP-LINE
               STRING "*** " DELIMITED BY SIZE
                   WS-UNGROUPED-COUNT DELIMITED BY SIZE
                   " ACCOUNT(S) MISSING FROM ACCOUNT-GROUPS.DAT ***"
                   DELIMITED BY SIZE
                   INTO SP-LINE
               PERFORM WRITE-SPOOL-LINE
           END-IF.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

      *>    ONE STATEMENT'S ACCOUNTS IN SORTED ORDER, WITH A HEADING
      *>    AND A TOTAL ROUND EACH SECTION. THE STATEMENT TOTALS ARE
      *>    GATHERED ON THE WAY PAST.
       WRITE-STATEMENT-BODY.
           MOVE 0 TO WS-SECTION-OPEN.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-STMT(WS-ACCT-IDX) = WS-WANT-STMT THEN
                   IF WS-SECTION-OPEN = 1 AND
                      WS-ACCT-SECTION(WS-ACCT-IDX) NOT =
                      WS-LAST-SECTION THEN
                       PERFORM WRITE-SECTION-TOTAL
                   END-IF
                   IF WS-SECTION-OPEN = 0 THEN
                       PERFORM START-SECTION
                   END-IF
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.
           IF WS-SECTION-OPEN = 1 THEN
               PERFORM WRITE-SECTION-TOTAL
           END-IF.

       START-SECTION.
           MOVE 1 TO WS-SECTION-OPEN.
           MOVE WS-ACCT-SECTION(WS-ACCT-IDX) TO WS-LAST-SECTION.
           MOVE WS-ACCT-SECT-NAME(WS-ACCT-IDX) TO WS-LAST-SECT-NAME.
           MOVE 0 TO WS-SECT-COL1.
           MOVE 0 TO WS-SECT-COL2.
           MOVE 0 TO WS-SECT-COL3.
           IF WS-PAGE-LINES > 52 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-LAST-SECT-NAME TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-ACCOUNT-LINE.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           IF WS-ACCT-NORMAL(WS-ACCT-IDX) = "C" THEN
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE 1 TO WS-SIGN
           END-IF.
           MOVE WS-ACCT-NO(WS-ACCT-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO WS-DL-NAME.

           IF WS-WANT-STMT = "I" THEN
               COMPUTE WS-DL-COL1 = WS-ACCT-CM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-DL-COL2 = WS-ACCT-PM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-DL-COL3 =
                 WS-ACCT-YTD(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL1 = WS-SECT-COL1 +
                 WS-ACCT-CM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL2 = WS-SECT-COL2 +
                 WS-ACCT-PM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL3 = WS-SECT-COL3 +
                 WS-ACCT-YTD(WS-ACCT-IDX) * WS-SIGN
               SUBTRACT WS-ACCT-CM(WS-ACCT-IDX) FROM WS-PROFIT-CM
               SUBTRACT WS-ACCT-PM(WS-ACCT-IDX) FROM WS-PROFIT-PM
               SUBTRACT WS-ACCT-YTD(WS-ACCT-IDX) FROM WS-PROFIT-YTD
               SUBTRACT WS-ACCT-BAL-CM(WS-ACCT-IDX) FROM WS-RESERVE-CM
               SUBTRACT WS-ACCT-BAL-PM(WS-ACCT-IDX) FROM WS-RESERVE-PM
           ELSE
               COMPUTE WS-DL-COL1 =
                 WS-ACCT-BAL-CM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-DL-COL2 =
                 WS-ACCT-BAL-PM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-DL-COL3 =
                 WS-ACCT-YTD(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL1 = WS-SECT-COL1 +
                 WS-ACCT-BAL-CM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL2 = WS-SECT-COL2 +
                 WS-ACCT-BAL-PM(WS-ACCT-IDX) * WS-SIGN
               COMPUTE WS-SECT-COL3 = WS-SECT-COL3 +
                 WS-ACCT-YTD(WS-ACCT-IDX) * WS-SIGN
               IF WS-ACCT-NORMAL(WS-ACCT-IDX) = "C" THEN
                   SUBTRACT WS-ACCT-BAL-CM(WS-ACCT-IDX) FROM
                     WS-CLAIMS-CM
                   SUBTRACT WS-ACCT-BAL-PM(WS-ACCT-IDX) FROM
                     WS-CLAIMS-PM
                   SUBTRACT WS-ACCT-YTD(WS-ACCT-IDX) FROM
                     WS-CLAIMS-YTD
               ELSE
                   ADD WS-ACCT-BAL-CM(WS-ACCT-IDX) TO WS-ASSETS-CM
                   ADD WS-ACCT-BAL-PM(WS-ACCT-IDX) TO WS-ASSETS-PM
                   ADD WS-ACCT-YTD(WS-ACCT-IDX) TO WS-ASSETS-YTD
               END-IF
           END-IF.

           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-SECTION-TOTAL.
           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE SPACES TO WS-DL-NAME.
           STRING "TOTAL " DELIMITED BY SIZE
               WS-LAST-SECT-NAME DELIMITED BY SIZE
               INTO WS-DL-NAME.
           MOVE WS-SECT-COL1 TO WS-DL-COL1.
           MOVE WS-SECT-COL2 TO WS-DL-COL2.
           MOVE WS-SECT-COL3 TO WS-DL-COL3.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 0 TO WS-SECTION-OPEN.

       WRITE-PAGE-HEADING.
           MOVE WS-CM-PERIOD TO WS-HL-PERIOD.
           MOVE WS-TODAY TO WS-HL-DATE.
           MOVE WS-PAGE-NO TO WS-HL-PAGE.
           MOVE WS-HEAD-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-CM-PERIOD TO WS-SL-CM.
           MOVE WS-CM-STATUS TO WS-SL-CM-STATUS.
           MOVE WS-PM-PERIOD TO WS-SL-PM.
           MOVE WS-PM-STATUS TO WS-SL-PM-STATUS.
           MOVE WS-YS-PERIOD TO WS-SL-YS.
           MOVE WS-YTD-STATUS TO WS-SL-YTD-STATUS.
           MOVE WS-STATUS-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE WS-COL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE 4 TO WS-PAGE-LINES.

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
           MOVE "FINANCIAL STATEMENTS" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
