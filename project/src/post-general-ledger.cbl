      *----POST THEIR CHARGE; CREDIT-ONLY ROWS POST THE CREDITS--------*
      *----MOVED. AN ENTRY TYPE WITH NO CHART ROW (AND NO BUILT-IN-----*
      *----DEFAULT) GOES TO SUSPENSE ACCOUNT 9999 ON BOTH SIDES SO-----*
      *----THE TRIAL BALANCE STILL BALANCES AND THE GAP SHOWS UP.------*
      *----NOTHING IS POSTED INTO A FINANCIAL YEAR CLOSED ON-----------*
      *----YEAR-END-CONTROL.DAT: A LATE ROW DATED IN ONE IS POSTED ON--*
      *----THE FIRST DAY OF THE YEAR THAT FOLLOWS IT INSTEAD. THE------*
      *----COUNT AND VALUE OF THE ROWS READ ARE RECORDED IN------------*
      *----RUN-BALANCING.DAT FOR THE END-OF-DAY BALANCING CHECK--------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL F-GL-FILE ASSIGN TO "general-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YEAR-FILE ASSIGN TO "year-end-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-TRANSACTION-LOG-FILE.
              05 GL-ENTRY-TYPE PIC X(1).
              05 GL-TRANS-ID PIC 9(6).

           FD F-YEAR-FILE.
           01 YC-ENTRY.
              05 YC-YEAR-START PIC 9(6).
              05 YC-YEAR-END PIC 9(6).
              05 YC-STATUS PIC X(1).
              05 YC-CLOSED-DATE PIC 9(8).
              05 YC-CLOSED-BY PIC X(16).
              05 YC-REOPEN-BY PIC X(16).
              05 YC-REOPEN-REASON PIC X(40).
              05 YC-REOPEN-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

      *>    AND SALES, CREDIT GRANTS TO PROMOTION EXPENSE AGAINST
      *>    THE CREDITS-IN-CIRCULATION LIABILITY, CREDIT BURNS BACK
      *>    OUT OF IT, AND THE MARKETPLACE ESCROW POT IN 2200.
      *>    BALANCES LEFT BEHIND BY REMOVED MEMBERS ARE RELEASED TO
      *>    UNCLAIMED-BALANCE INCOME IN 4900 AND COME BACK OUT OF IT
      *>    IF THE SUPPORT DESK REINSTATES THEM. A CHARGEBACK HANDS
      *>    THE SALE BACK OUT OF THE BANK LIKE A REFUND, ITS FEE IS
      *>    CHARGEBACK EXPENSE IN 6200, AND CREDITS LATER RECOVERED
      *>    FROM A MEMBER LEFT OWING ARE BURNED LIKE ANY OTHER SPEND.
      *>    THE HOUSE COMMISSION ON A SETTLED SALE OR AUCTION LEAVES
      *>    THE ESCROW POT AS MARKETPLACE INCOME IN 4200. CASH TAKEN
      *>    OVER THE COUNTER IS A SALE LIKE A CARD PURCHASE BUT SITS
      *>    IN THE TILL (1050) UNTIL IT IS BANKED. A LOYALTY BONUS
      *>    IS PROMOTION EXPENSE LIKE ANY OTHER CREDIT GRANT. THE
      *>    SHARE OF A STAKE DIVERTED TO THE PROGRESSIVE JACKPOT
      *>    LEAVES GAMING INCOME FOR THE JACKPOT POT IN 2300, A WIN
      *>    PAYS OUT OF IT, AND THE SEED THAT RESTARTS IT IS
      *>    PROMOTION EXPENSE. AN INSTALMENT THE COLLECTIONS AGENCY
      *>    GIVES UP ON IS BOOKED AS THE SALE IT WOULD HAVE BEEN AND
      *>    WRITTEN STRAIGHT OFF TO BAD DEBT EXPENSE IN 6300.
           01 WS-DEFAULT-CHART-VALUES.
              05 FILLER PIC X(9) VALUE "P11004000".
              05 FILLER PIC X(9) VALUE "N11004000".
              05 FILLER PIC X(9) VALUE "D21004100".
              05 FILLER PIC X(9) VALUE "M41002100".
              05 FILLER PIC X(9) VALUE "Q21004100".
              05 FILLER PIC X(9) VALUE "Y21004900".
              05 FILLER PIC X(9) VALUE "O49002100".
              05 FILLER PIC X(9) VALUE "C40001100".
              05 FILLER PIC X(9) VALUE "162001100".
              05 FILLER PIC X(9) VALUE "221004100".
              05 FILLER PIC X(9) VALUE "422004200".
              05 FILLER PIC X(9) VALUE "510504000".
              05 FILLER PIC X(9) VALUE "661002100".
              05 FILLER PIC X(9) VALUE "741002300".
              05 FILLER PIC X(9) VALUE "823002100".
              05 FILLER PIC X(9) VALUE "961002300".
              05 FILLER PIC X(9) VALUE "063004000".
           01 WS-DEFAULT-CHART REDEFINES WS-DEFAULT-CHART-VALUES.
              05 WS-DEF-ENTRY OCCURS 34 TIMES.
                 10 WS-DEF-TYPE PIC X(1).
                 10 WS-DEF-DEBIT PIC 9(4).
                 10 WS-DEF-CREDIT PIC 9(4).
              10 WS-ROW-MTH PIC X(2).
              10 WS-ROW-DY PIC X(2).
           01 WS-POST-AMOUNT PIC 9(6).

      *>    CLOSED FINANCIAL YEARS AND THE FIRST DAY AFTER EACH.
           01 WS-YEAR-COUNT PIC 9(3) VALUE 0.
           01 WS-YEARS.
               05 WS-YEAR-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-YEAR-COUNT.
                   10 WS-YR-START PIC 9(6).
                   10 WS-YR-END PIC 9(6).
                   10 WS-YR-NEXT-DAY PIC 9(8).
           01 WS-YEAR-IDX PIC 9(3).
           01 WS-NEXT-START.
              05 WS-NEXT-YEAR PIC 9(4).
              05 WS-NEXT-MONTH PIC 9(2).
           01 WS-NEXT-START-N REDEFINES WS-NEXT-START PIC 9(6).
           01 WS-POST-DEBIT PIC 9(4).
           01 WS-POST-CREDIT PIC 9(4).

      *>    CONTROL TOTALS OF EVERY ROW READ, POSTED OR NOT, FOR THE
      *>    END-OF-DAY RUN BALANCING.
           01 WS-BALANCE-STEP PIC X(8) VALUE "GLREAD".
           01 WS-ROWS-READ PIC 9(7) VALUE 0.
           01 WS-CHARGE-READ PIC 9(9) VALUE 0.
           01 WS-CREDITS-READ PIC 9(9) VALUE 0.

           LINKAGE SECTION.
      *>    THE BUSINESS DATE THE END-OF-DAY RUN IS FOR, YYYYMMDD
           01 LS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION USING LS-RUN-DATE.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-ROWS-READ.
           MOVE 0 TO WS-CHARGE-READ.
           MOVE 0 TO WS-CREDITS-READ.

           PERFORM LOAD-CHART.
           PERFORM LOAD-CLOSED-YEARS.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-TRANSACTION-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANSACTION-LOG-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       ADD CHARGE TO WS-CHARGE-READ
                       ADD CREDITS-GRANTED TO WS-CREDITS-READ
                       PERFORM POST-ONE-ROW
               END-READ
           END-PERFORM.
           CLOSE F-GL-FILE.
           CLOSE F-TRANSACTION-LOG-FILE.

           CALL "record-run-balance" USING LS-RUN-DATE,
               WS-BALANCE-STEP, WS-ROWS-READ, WS-CHARGE-READ,
               WS-CREDITS-READ.

           GOBACK.

       LOAD-CHART.
           CLOSE F-CHART-FILE.

           MOVE 0 TO WS-DEF-IDX.
           PERFORM UNTIL WS-DEF-IDX = 34
               ADD 1 TO WS-DEF-IDX
               MOVE 0 TO WS-CH-FOUND
               MOVE 0 TO WS-CHART-IDX
               END-IF
           END-PERFORM.

       LOAD-CLOSED-YEARS.
           MOVE 0 TO WS-YEAR-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-YEAR-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-YEAR-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF YC-STATUS = "C" AND WS-YEAR-COUNT < 999 THEN
                           ADD 1 TO WS-YEAR-COUNT
                           MOVE YC-YEAR-START TO
                             WS-YR-START(WS-YEAR-COUNT)
                           MOVE YC-YEAR-END TO WS-YR-END(WS-YEAR-COUNT)
                           MOVE YC-YEAR-END TO WS-NEXT-START-N
                           IF WS-NEXT-MONTH = 12 THEN
                               ADD 1 TO WS-NEXT-YEAR
                               MOVE 1 TO WS-NEXT-MONTH
                           ELSE
                               ADD 1 TO WS-NEXT-MONTH
                           END-IF
                           COMPUTE WS-YR-NEXT-DAY(WS-YEAR-COUNT) =
                             WS-NEXT-START-N * 100 + 1
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-YEAR-FILE.

       POST-ONE-ROW.
      *>    CARD MONEY POSTS ITS CHARGE; A CREDIT-ONLY MOVEMENT
      *>    POSTS THE CREDITS THAT MOVED. A ROW THAT MOVED NOTHING
           MOVE MTH TO WS-ROW-MTH.
           MOVE DY TO WS-ROW-DY.

           MOVE 0 TO WS-YEAR-IDX.
           PERFORM UNTIL WS-YEAR-IDX = WS-YEAR-COUNT
               ADD 1 TO WS-YEAR-IDX
               IF WS-ROW-DATE(1:6) >= WS-YR-START(WS-YEAR-IDX) AND
                  WS-ROW-DATE(1:6) <= WS-YR-END(WS-YEAR-IDX) THEN
                   MOVE WS-YR-NEXT-DAY(WS-YEAR-IDX) TO WS-ROW-DATE
               END-IF
           END-PERFORM.

           MOVE WS-ROW-DATE TO GL-DATE.
           MOVE WS-POST-DEBIT TO GL-ACCOUNT.
           MOVE "D" TO GL-SIDE.
