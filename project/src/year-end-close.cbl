       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-end-close.
      ******************************************************************
      *----SUB PROGRAM BEHIND THE BACK-OFFICE YEAR-END CLOSE. GIVEN----*
      *----ANY PERIOD OF A FINANCIAL YEAR (THE YEAR STARTS IN THE------*
      *----MONTH HELD IN FINANCIAL-YEAR-START, PARAMETER, DEFAULT 1)---*
      *----IT CHECKS ALL TWELVE PERIODS ARE CLOSED IN------------------*
      *----PERIOD-CONTROL.DAT, THEN POSTS THE CLOSING JOURNAL TO-------*
      *----GENERAL-LEDGER.DAT: EVERY INCOME AND EXPENSE ACCOUNT--------*
      *----(STATEMENT I ON ACCOUNT-GROUPS.DAT) IS BROUGHT TO NIL-------*
      *----AGAINST RETAINED EARNINGS (RETAINED-EARN-ACCT, PARAMETER,---*
      *----DEFAULT 3000), DATED THE LAST DAY OF THE YEAR UNDER ENTRY---*
      *----TYPE 3 WITH THE YEAR-END YYYYMM AS ITS TRANS-ID. THE--------*
      *----JOURNAL, AND THE BALANCE SHEET BALANCES CARRIED INTO THE----*
      *----NEW YEAR AS ITS OPENING BALANCES, ARE KEPT ON---------------*
      *----YEAR-END-JOURNAL.DAT. THE YEAR IS MARKED CLOSED ON----------*
      *----YEAR-END-CONTROL.DAT, AFTER WHICH CHECK-PERIOD-OPEN AND-----*
      *----POST-GENERAL-LEDGER REFUSE IT, AND THE JOURNAL IS PRINTED---*
      *----TO THE REPORT SPOOL. ONLY YEAR-END-REOPEN UNDOES IT.--------*
      *----RESULT: Y CLOSED, A ALREADY CLOSED, O A PERIOD OF THE YEAR--*
      *----IS STILL OPEN-----------------------------------------------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-GROUP-FILE ASSIGN TO "account-groups.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GL-FILE ASSIGN TO "general-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YEAR-FILE ASSIGN TO "year-end-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-YJ-FILE ASSIGN TO "year-end-journal.dat"
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

           FD F-GL-FILE.
           01 GL-ENTRY.
              05 GL-DATE PIC 9(8).
              05 GL-ACCOUNT PIC 9(4).
              05 GL-SIDE PIC X(1).
              05 GL-AMOUNT PIC 9(6).
              05 GL-ENTRY-TYPE PIC X(1).
              05 GL-TRANS-ID PIC 9(6).

      *>    ONE ROW PER FINANCIAL YEAR EVER CLOSED. STATUS "C" IS
      *>    CLOSED; "R" IS A CLOSE SINCE REVERSED BY YEAR-END-REOPEN,
      *>    WHICH RECORDS WHO DID IT, WHEN AND WHY.
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

      *>    KIND "C" IS A CLOSING JOURNAL LEG AS POSTED, KIND "O" A
      *>    BALANCE CARRIED INTO THE NEXT YEAR. BOTH ARE KEYED BY THE
      *>    YEAR BEING CLOSED AND GO TO STATUS "V" IF IT IS REOPENED.
           FD F-YJ-FILE.
           01 YJ-ENTRY.
              05 YJ-YEAR-START PIC 9(6).
              05 YJ-KIND PIC X(1).
              05 YJ-ACCOUNT PIC 9(4).
              05 YJ-SIDE PIC X(1).
              05 YJ-AMOUNT PIC 9(10).
              05 YJ-STATUS PIC X(1).

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
           01 WS-ALREADY-CLOSED PIC 9 VALUE 0.
           01 WS-OPEN-FOUND PIC 9 VALUE 0.
           01 WS-START-LINE PIC 9(6) VALUE 0.
           01 WS-LINES-WRITTEN PIC 9(4) VALUE 0.
           01 WS-NEXT-ID PIC 9(4) VALUE 0.
           01 WS-PAGE-NO PIC 9(3) VALUE 1.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.

           01 WS-FY-KEY PIC X(20) VALUE "FINANCIAL-YEAR-START".
           01 WS-FY-DEFAULT PIC 9(6) VALUE 1.
           01 WS-FY-START PIC 9(6).
           01 WS-RE-KEY PIC X(20) VALUE "RETAINED-EARN-ACCT".
           01 WS-RE-DEFAULT PIC 9(6) VALUE 3000.
           01 WS-RE-PARAM PIC 9(6).
           01 WS-RE-ACCOUNT PIC 9(4).

      *>    FIRST AND LAST PERIOD OF THE YEAR BEING CLOSED, AND THE
      *>    FIRST PERIOD OF THE YEAR ITS BALANCES ARE CARRIED INTO.
           01 WS-YS.
              05 WS-YS-YEAR PIC 9(4).
              05 WS-YS-MONTH PIC 9(2).
           01 WS-YS-PERIOD REDEFINES WS-YS PIC 9(6).
           01 WS-YE.
              05 WS-YE-YEAR PIC 9(4).
              05 WS-YE-MONTH PIC 9(2).
           01 WS-YE-PERIOD REDEFINES WS-YE PIC 9(6).
           01 WS-NS.
              05 WS-NS-YEAR PIC 9(4).
              05 WS-NS-MONTH PIC 9(2).
           01 WS-NS-PERIOD REDEFINES WS-NS PIC 9(6).
           01 WS-WALK.
              05 WS-WALK-YEAR PIC 9(4).
              05 WS-WALK-MONTH PIC 9(2).
           01 WS-WALK-PERIOD REDEFINES WS-WALK PIC 9(6).
           01 WS-IN-PERIOD.
              05 WS-IN-YEAR PIC 9(4).
              05 WS-IN-MONTH PIC 9(2).
           01 WS-IN-PERIOD-N REDEFINES WS-IN-PERIOD PIC 9(6).
           01 WS-NS-FIRST-DAY PIC 9(8).
           01 WS-YE-DATE PIC 9(8).

           01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
           01 WS-CLOSED-PERIODS.
               05 WS-CLOSED-PERIOD PIC 9(6) OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-CLOSED-COUNT.
           01 WS-CLOSED-IDX PIC 9(3).
           01 WS-CHK-CLOSED PIC 9.

      *>    EVERY ACCOUNT ON THE LEDGER TO THE YEAR END, DEBIT-
      *>    POSITIVE, WITH WHAT THE CLOSING JOURNAL TOOK OUT OF IT.
           01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCTS.
               05 WS-ACCT-ENTRY OCCURS 1 TO 999 TIMES
                  DEPENDING ON WS-ACCT-COUNT.
                   10 WS-ACCT-NO PIC 9(4).
                   10 WS-ACCT-STMT PIC X(1).
                   10 WS-ACCT-NAME PIC X(24).
                   10 WS-ACCT-NET PIC S9(10).
                   10 WS-ACCT-CLOSED PIC S9(10).
           01 WS-ACCT-IDX PIC 9(3).
           01 WS-ACCT-HIT PIC 9(3).
           01 WS-FIND-ACCOUNT PIC 9(4).
           01 WS-RE-IDX PIC 9(3).

           01 WS-RESULT-NET PIC S9(10) VALUE 0.
           01 WS-LEG-ACCOUNT PIC 9(4).
           01 WS-LEG-SIDE PIC X(1).
           01 WS-LEG-AMOUNT PIC 9(10).
           01 WS-LEG-LEFT PIC 9(10).
           01 WS-TOTAL-DEBITS PIC 9(10).
           01 WS-TOTAL-CREDITS PIC 9(10).

           01 WS-HEAD-LINE.
              05 FILLER PIC X(15) VALUE "YEAR END CLOSE ".
              05 FILLER PIC X(5) VALUE "YEAR ".
              05 WS-HL-FROM PIC 9(6).
              05 FILLER PIC X(4) VALUE " TO ".
              05 WS-HL-TO PIC 9(6).
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(4) VALUE "RUN ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(21) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-COL-LINE.
              05 FILLER PIC X(32) VALUE "ACCOUNT".
              05 FILLER PIC X(10) VALUE "     DEBIT".
              05 FILLER PIC X(3) VALUE SPACES.
              05 FILLER PIC X(10) VALUE "    CREDIT".
           01 WS-DETAIL-LINE.
              05 WS-DL-ACCOUNT PIC X(4).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-DL-NAME PIC X(24).
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-DEBIT PIC Z(9)9.
              05 FILLER PIC X(3) VALUE SPACES.
              05 WS-DL-CREDIT PIC Z(9)9.

           LINKAGE SECTION.
           01 LS-PERIOD PIC 9(6).
           01 LS-CLOSED-BY PIC X(16).
           01 LS-RESULT PIC X.

       PROCEDURE DIVISION USING LS-PERIOD, LS-CLOSED-BY, LS-RESULT.
      *>    GNUCOBOL RETAINS WORKING-STORAGE BETWEEN CALLS, SO THE
      *>    SCAN FLAGS AND TALLIES MUST GO BACK TO THEIR STARTING
      *>    VALUES ON EVERY ENTRY, NOT JUST THE FIRST.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ALREADY-CLOSED.
           MOVE 0 TO WS-OPEN-FOUND.
           MOVE 0 TO WS-START-LINE.
           MOVE 0 TO WS-LINES-WRITTEN.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 1 TO WS-PAGE-NO.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 0 TO WS-RESULT-NET.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-FY-KEY, WS-FY-DEFAULT,
               WS-FY-START.
           IF WS-FY-START < 1 OR WS-FY-START > 12 THEN
               MOVE 1 TO WS-FY-START
           END-IF.
           CALL "get-parameter" USING WS-RE-KEY, WS-RE-DEFAULT,
               WS-RE-PARAM.
           MOVE WS-RE-PARAM TO WS-RE-ACCOUNT.

           PERFORM SET-YEAR.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-YEAR-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-YEAR-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF YC-YEAR-START = WS-YS-PERIOD AND
                          YC-STATUS = "C" THEN
                           MOVE 1 TO WS-ALREADY-CLOSED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-YEAR-FILE.

           IF WS-ALREADY-CLOSED = 1 THEN
               MOVE "A" TO LS-RESULT
               GOBACK
           END-IF.

           PERFORM CHECK-PERIODS-CLOSED.
           IF WS-OPEN-FOUND = 1 THEN
               MOVE "O" TO LS-RESULT
               GOBACK
           END-IF.

           CALL "seed-account-groups".
           PERFORM LOAD-GROUPS.
           PERFORM TALLY-LEDGER.
           PERFORM POST-CLOSING-JOURNAL.
           PERFORM WRITE-OPENING-BALANCES.

           OPEN EXTEND F-YEAR-FILE.
           MOVE WS-YS-PERIOD TO YC-YEAR-START.
           MOVE WS-YE-PERIOD TO YC-YEAR-END.
           MOVE "C" TO YC-STATUS.
           MOVE WS-TODAY TO YC-CLOSED-DATE.
           MOVE LS-CLOSED-BY TO YC-CLOSED-BY.
           MOVE 0 TO YC-REOPEN-DATE.
           MOVE SPACES TO YC-REOPEN-BY.
           MOVE SPACES TO YC-REOPEN-REASON.
           WRITE YC-ENTRY.
           CLOSE F-YEAR-FILE.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           MOVE "Y" TO LS-RESULT.

           GOBACK.

       SET-YEAR.
           MOVE LS-PERIOD TO WS-IN-PERIOD-N.
           MOVE WS-IN-YEAR TO WS-YS-YEAR.
           IF WS-IN-MONTH < WS-FY-START THEN
               SUBTRACT 1 FROM WS-YS-YEAR
           END-IF.
           MOVE WS-FY-START TO WS-YS-MONTH.

           MOVE WS-YS-PERIOD TO WS-YE-PERIOD.
           IF WS-YE-MONTH = 1 THEN
               MOVE 12 TO WS-YE-MONTH
           ELSE
               ADD 1 TO WS-YE-YEAR
               SUBTRACT 1 FROM WS-YE-MONTH
           END-IF.

           MOVE WS-YS-PERIOD TO WS-NS-PERIOD.
           ADD 1 TO WS-NS-YEAR.

      *>    THE DAY BEFORE THE NEW YEAR STARTS IS THE YEAR-END DATE
      *>    THE CLOSING JOURNAL IS POSTED ON.
           COMPUTE WS-NS-FIRST-DAY = WS-NS-PERIOD * 100 + 1.
           COMPUTE WS-YE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NS-FIRST-DAY) - 1).

       CHECK-PERIODS-CLOSED.
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

           MOVE WS-YS-PERIOD TO WS-WALK-PERIOD.
           PERFORM UNTIL WS-WALK-PERIOD > WS-YE-PERIOD
               MOVE 0 TO WS-CHK-CLOSED
               MOVE 0 TO WS-CLOSED-IDX
               PERFORM UNTIL WS-CLOSED-IDX = WS-CLOSED-COUNT
                   ADD 1 TO WS-CLOSED-IDX
                   IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) =
                      WS-WALK-PERIOD THEN
                       MOVE 1 TO WS-CHK-CLOSED
                   END-IF
               END-PERFORM
               IF WS-CHK-CLOSED = 0 THEN
                   MOVE 1 TO WS-OPEN-FOUND
               END-IF
               IF WS-WALK-MONTH = 12 THEN
                   ADD 1 TO WS-WALK-YEAR
                   MOVE 1 TO WS-WALK-MONTH
               ELSE
                   ADD 1 TO WS-WALK-MONTH
               END-IF
           END-PERFORM.

       LOAD-GROUPS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GROUP-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GROUP-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       MOVE AG-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM FIND-ACCOUNT
                       IF WS-ACCT-HIT > 0 THEN
                           MOVE AG-STATEMENT TO
                             WS-ACCT-STMT(WS-ACCT-HIT)
                           MOVE AG-NAME TO WS-ACCT-NAME(WS-ACCT-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GROUP-FILE.

      *>    FINDS AN ACCOUNT IN THE TABLE, ADDING IT (AS A BALANCE
      *>    SHEET ACCOUNT WITH NO NAME) IF IT IS NOT THERE YET.
       FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-HIT.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-NO(WS-ACCT-IDX) = WS-FIND-ACCOUNT THEN
                   MOVE WS-ACCT-IDX TO WS-ACCT-HIT
               END-IF
           END-PERFORM.
           IF WS-ACCT-HIT = 0 AND WS-ACCT-COUNT < 999 THEN
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-ACCT-HIT
               MOVE WS-FIND-ACCOUNT TO WS-ACCT-NO(WS-ACCT-HIT)
               MOVE "B" TO WS-ACCT-STMT(WS-ACCT-HIT)
               MOVE SPACES TO WS-ACCT-NAME(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-NET(WS-ACCT-HIT)
               MOVE 0 TO WS-ACCT-CLOSED(WS-ACCT-HIT)
           END-IF.

       TALLY-LEDGER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GL-DATE(1:6) <= WS-YE-PERIOD THEN
                           MOVE GL-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-ACCOUNT
                           IF WS-ACCT-HIT > 0 THEN
                               IF GL-SIDE = "D" THEN
                                   ADD GL-AMOUNT TO
                                     WS-ACCT-NET(WS-ACCT-HIT)
                               ELSE
                                   SUBTRACT GL-AMOUNT FROM
                                     WS-ACCT-NET(WS-ACCT-HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GL-FILE.

      *>    EACH INCOME AND EXPENSE ACCOUNT IS POSTED BACK TO NIL ON
      *>    ITS OWN LEG; THE YEAR'S RESULT GOES TO RETAINED EARNINGS
      *>    AS ONE BALANCING LEG AT THE END.
       POST-CLOSING-JOURNAL.
           MOVE WS-RE-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           MOVE WS-ACCT-HIT TO WS-RE-IDX.

           OPEN EXTEND F-GL-FILE.
           OPEN EXTEND F-YJ-FILE.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-STMT(WS-ACCT-IDX) = "I" AND
                  WS-ACCT-NET(WS-ACCT-IDX) NOT = 0 THEN
                   MOVE WS-ACCT-NO(WS-ACCT-IDX) TO WS-LEG-ACCOUNT
                   IF WS-ACCT-NET(WS-ACCT-IDX) > 0 THEN
                       MOVE "C" TO WS-LEG-SIDE
                       MOVE WS-ACCT-NET(WS-ACCT-IDX) TO WS-LEG-AMOUNT
                   ELSE
                       MOVE "D" TO WS-LEG-SIDE
                       COMPUTE WS-LEG-AMOUNT =
                         0 - WS-ACCT-NET(WS-ACCT-IDX)
                   END-IF
                   PERFORM POST-LEG
                   ADD WS-ACCT-NET(WS-ACCT-IDX) TO WS-RESULT-NET
                   MOVE WS-ACCT-NET(WS-ACCT-IDX) TO
                     WS-ACCT-CLOSED(WS-ACCT-IDX)
                   MOVE 0 TO WS-ACCT-NET(WS-ACCT-IDX)
               END-IF
           END-PERFORM.

           IF WS-RESULT-NET NOT = 0 AND WS-RE-IDX > 0 THEN
               MOVE WS-RE-ACCOUNT TO WS-LEG-ACCOUNT
               IF WS-RESULT-NET > 0 THEN
                   MOVE "D" TO WS-LEG-SIDE
                   MOVE WS-RESULT-NET TO WS-LEG-AMOUNT
               ELSE
                   MOVE "C" TO WS-LEG-SIDE
                   COMPUTE WS-LEG-AMOUNT = 0 - WS-RESULT-NET
               END-IF
               PERFORM POST-LEG
               ADD WS-RESULT-NET TO WS-ACCT-NET(WS-RE-IDX)
               COMPUTE WS-ACCT-CLOSED(WS-RE-IDX) = 0 - WS-RESULT-NET
           END-IF.
           CLOSE F-YJ-FILE.
           CLOSE F-GL-FILE.

      *>    GL-AMOUNT ONLY HOLDS SIX DIGITS, SO A LARGE BALANCE GOES
      *>    ACROSS IN AS MANY POSTINGS AS IT TAKES.
       POST-LEG.
           MOVE WS-YS-PERIOD TO YJ-YEAR-START.
           MOVE "C" TO YJ-KIND.
           MOVE WS-LEG-ACCOUNT TO YJ-ACCOUNT.
           MOVE WS-LEG-SIDE TO YJ-SIDE.
           MOVE WS-LEG-AMOUNT TO YJ-AMOUNT.
           MOVE "A" TO YJ-STATUS.
           WRITE YJ-ENTRY.

           MOVE WS-LEG-AMOUNT TO WS-LEG-LEFT.
           PERFORM UNTIL WS-LEG-LEFT = 0
               MOVE WS-YE-DATE TO GL-DATE
               MOVE WS-LEG-ACCOUNT TO GL-ACCOUNT
               MOVE WS-LEG-SIDE TO GL-SIDE
               IF WS-LEG-LEFT > 999999 THEN
                   MOVE 999999 TO GL-AMOUNT
               ELSE
                   MOVE WS-LEG-LEFT TO GL-AMOUNT
               END-IF
               MOVE "3" TO GL-ENTRY-TYPE
               MOVE WS-YE-PERIOD TO GL-TRANS-ID
               WRITE GL-ENTRY
               SUBTRACT GL-AMOUNT FROM WS-LEG-LEFT
           END-PERFORM.

       WRITE-OPENING-BALANCES.
           OPEN EXTEND F-YJ-FILE.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-STMT(WS-ACCT-IDX) NOT = "I" AND
                  WS-ACCT-NET(WS-ACCT-IDX) NOT = 0 THEN
                   MOVE WS-YS-PERIOD TO YJ-YEAR-START
                   MOVE "O" TO YJ-KIND
                   MOVE WS-ACCT-NO(WS-ACCT-IDX) TO YJ-ACCOUNT
                   IF WS-ACCT-NET(WS-ACCT-IDX) > 0 THEN
                       MOVE "D" TO YJ-SIDE
                       MOVE WS-ACCT-NET(WS-ACCT-IDX) TO YJ-AMOUNT
                   ELSE
                       MOVE "C" TO YJ-SIDE
                       COMPUTE YJ-AMOUNT =
                         0 - WS-ACCT-NET(WS-ACCT-IDX)
                   END-IF
                   MOVE "A" TO YJ-STATUS
                   WRITE YJ-ENTRY
               END-IF
           END-PERFORM.
           CLOSE F-YJ-FILE.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE SPACES TO SP-LINE.
           STRING "CLOSED BY " DELIMITED BY SIZE
               LS-CLOSED-BY DELIMITED BY SPACE
               " - CLOSING JOURNAL POSTED " DELIMITED BY SIZE
               WS-YE-DATE DELIMITED BY SIZE
               " AS TYPE 3" DELIMITED BY SIZE
               INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-CLOSED(WS-ACCT-IDX) NOT = 0 THEN
                   MOVE 0 TO WS-DL-DEBIT
                   MOVE 0 TO WS-DL-CREDIT
      *>            A DEBIT BALANCE WAS CLEARED BY A CREDIT, AND
      *>            THE OTHER WAY ABOUT.
                   IF WS-ACCT-CLOSED(WS-ACCT-IDX) > 0 THEN
                       MOVE WS-ACCT-CLOSED(WS-ACCT-IDX) TO
                         WS-DL-CREDIT
                       ADD WS-ACCT-CLOSED(WS-ACCT-IDX) TO
                         WS-TOTAL-CREDITS
                   ELSE
                       COMPUTE WS-DL-DEBIT =
                         0 - WS-ACCT-CLOSED(WS-ACCT-IDX)
                       SUBTRACT WS-ACCT-CLOSED(WS-ACCT-IDX) FROM
                         WS-TOTAL-DEBITS
                   END-IF
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           STRING "OPENING BALANCES CARRIED INTO THE YEAR FROM "
               DELIMITED BY SIZE
               WS-NS-PERIOD DELIMITED BY SIZE
               INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE 0 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX = WS-ACCT-COUNT
               ADD 1 TO WS-ACCT-IDX
               IF WS-ACCT-STMT(WS-ACCT-IDX) NOT = "I" AND
                  WS-ACCT-NET(WS-ACCT-IDX) NOT = 0 THEN
                   MOVE 0 TO WS-DL-DEBIT
                   MOVE 0 TO WS-DL-CREDIT
                   IF WS-ACCT-NET(WS-ACCT-IDX) > 0 THEN
                       MOVE WS-ACCT-NET(WS-ACCT-IDX) TO WS-DL-DEBIT
                       ADD WS-ACCT-NET(WS-ACCT-IDX) TO
                         WS-TOTAL-DEBITS
                   ELSE
                       COMPUTE WS-DL-CREDIT =
                         0 - WS-ACCT-NET(WS-ACCT-IDX)
                       SUBTRACT WS-ACCT-NET(WS-ACCT-IDX) FROM
                         WS-TOTAL-CREDITS
                   END-IF
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-TOTAL-LINE.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-ACCOUNT-LINE.
           IF WS-PAGE-LINES > 55 THEN
               ADD 1 TO WS-PAGE-NO
               PERFORM WRITE-PAGE-HEADING
           END-IF.
           MOVE WS-ACCT-NO(WS-ACCT-IDX) TO WS-DL-ACCOUNT.
           MOVE WS-ACCT-NAME(WS-ACCT-IDX) TO WS-DL-NAME.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-DL-ACCOUNT.
           MOVE "TOTALS" TO WS-DL-NAME.
           MOVE WS-TOTAL-DEBITS TO WS-DL-DEBIT.
           MOVE WS-TOTAL-CREDITS TO WS-DL-CREDIT.
           MOVE WS-DETAIL-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-PAGE-HEADING.
           MOVE WS-YS-PERIOD TO WS-HL-FROM.
           MOVE WS-YE-PERIOD TO WS-HL-TO.
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
           MOVE "YEAR END CLOSE" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
