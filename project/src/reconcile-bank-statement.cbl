       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcile-bank-statement.
      ******************************************************************
      *----STANDALONE JOB, RUN WHEN THE BANK'S STATEMENT FILE----------*
      *----(BANK-STATEMENT.DAT) HAS ARRIVED. AN "O" LINE CARRIES THE---*
      *----OPENING BALANCE, "T" LINES THE MOVEMENTS AND A "C" LINE-----*
      *----THE CLOSING BALANCE. A PROCESSOR PAYOUT CARRIES THE FIRST---*
      *----AND LAST SETTLEMENT DAYS IT COVERS FROM THE PROCESSOR'S-----*
      *----REMITTANCE REFERENCE, AND IS MATCHED TO THE SUM OF THOSE----*
      *----DAYS ON SETTLEMENT-HISTORY.DAT (BUILT BY--------------------*
      *----IMPORT-SETTLEMENT). THOSE DAYS ARE THEN MARKED BANKED.------*
      *----PROBLEMS ARE QUEUED TO BANK-REC-EXCEPTIONS.DAT FOR A--------*
      *----HUMAN:------------------------------------------------------*
      *----  MISSING  - SETTLED DAY STILL NOT BANKED AFTER-------------*
      *----             BANK-PAYOUT-DAYS (PARAMETER, DEFAULT 5)--------*
      *----  SHORTDEP - PAYOUT LESS THAN THE DAYS IT COVERS------------*
      *----  OVERDEP  - PAYOUT MORE THAN THE DAYS IT COVERS------------*
      *----  UNEXPECT - BANK LINE WITH NO SETTLED DAYS BEHIND IT-------*
      *----  DUPLDEP  - PAYOUT FOR DAYS ALREADY BANKED ELSEWHERE-------*
      *----THE BANK RECONCILIATION REPORT GOES TO THE REPORT SPOOL:----*
      *----THE GL 1100 BALANCE AT THE STATEMENT DATE, THE BANK---------*
      *----CLOSING BALANCE AND THE RECONCILING ITEMS BETWEEN THEM,-----*
      *----LEAVING ANY UNEXPLAINED DIFFERENCE IN PLAIN SIGHT-----------*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-STATEMENT-FILE ASSIGN TO
             "bank-statement.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-HISTORY-FILE ASSIGN TO
             "settlement-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-GL-FILE ASSIGN TO "general-ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-EXCEPTION-FILE ASSIGN TO "bank-rec-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-SPOOL-FILE ASSIGN TO "report-spool.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL F-INDEX-FILE ASSIGN TO "spool-index.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-STATEMENT-FILE.
           01 BS-ENTRY.
              05 BS-TYPE PIC X(1).
              05 BS-DATE PIC 9(8).
              05 BS-SIGN PIC X(1).
              05 BS-AMOUNT PIC 9(8).
              05 BS-PAYOUT-FROM PIC 9(8).
              05 BS-PAYOUT-TO PIC 9(8).
              05 BS-NARRATIVE PIC X(30).

           FD F-HISTORY-FILE.
           01 SH-ENTRY.
              05 SH-DATE PIC 9(8).
              05 SH-PAID-IN PIC 9(8).
              05 SH-PAID-OUT PIC 9(8).
              05 SH-BANKED-DATE PIC 9(8).

           FD F-GL-FILE.
           01 GL-ENTRY.
              05 GL-DATE PIC 9(8).
              05 GL-ACCOUNT PIC 9(4).
              05 GL-SIDE PIC X(1).
              05 GL-AMOUNT PIC 9(6).
              05 GL-ENTRY-TYPE PIC X(1).
              05 GL-TRANS-ID PIC 9(6).

           FD F-EXCEPTION-FILE.
           01 BX-ENTRY.
              05 BX-DATE PIC 9(8).
              05 BX-FROM PIC 9(8).
              05 BX-TO PIC 9(8).
              05 BX-EXPECTED PIC 9(9).
              05 BX-BANKED PIC 9(9).
              05 BX-BANK-SIGN PIC X(1).
              05 BX-REASON PIC X(8).

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

           01 WS-PAYOUT-KEY PIC X(20) VALUE "BANK-PAYOUT-DAYS".
           01 WS-PAYOUT-DEFAULT PIC 9(6) VALUE 5.
           01 WS-PAYOUT-DAYS PIC 9(6).
           01 WS-OVERDUE-DATE PIC 9(8).

      *>    THE STATEMENT'S MOVEMENTS, LOADED UP FRONT.
           01 WS-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-LINES.
               05 WS-LINE-ENTRY OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-LINE-COUNT.
                   10 WS-LN-DATE PIC 9(8).
                   10 WS-LN-AMOUNT PIC S9(9).
                   10 WS-LN-FROM PIC 9(8).
                   10 WS-LN-TO PIC 9(8).
           01 WS-LINE-IDX PIC 9(4).

      *>    EVERY SETTLED DAY EVER IMPORTED, WITH ITS NET PAYOUT DUE.
           01 WS-DAY-COUNT PIC 9(5) VALUE 0.
           01 WS-DAYS.
               05 WS-DAY-ENTRY OCCURS 1 TO 19999 TIMES
                  DEPENDING ON WS-DAY-COUNT.
                   10 WS-DAY-DATE PIC 9(8).
                   10 WS-DAY-PAID-IN PIC 9(8).
                   10 WS-DAY-PAID-OUT PIC 9(8).
                   10 WS-DAY-BANKED-DATE PIC 9(8).
           01 WS-DAY-IDX PIC 9(5).
           01 WS-LAST-SETTLED PIC 9(8) VALUE 0.

           01 WS-STATEMENT-DATE PIC 9(8) VALUE 0.
           01 WS-CLOSING-FOUND PIC 9 VALUE 0.
           01 WS-SIGNED-AMOUNT PIC S9(9).
           01 WS-RANGE-DAYS PIC 9(5).
           01 WS-RANGE-CLASH PIC 9.
           01 WS-EXPECTED PIC S9(9).

           01 WS-BANK-OPENING PIC S9(10) VALUE 0.
           01 WS-BANK-MOVEMENT PIC S9(10) VALUE 0.
           01 WS-BANK-CLOSING PIC S9(10) VALUE 0.
           01 WS-GL-CASH PIC S9(10) VALUE 0.
           01 WS-AWAITING PIC S9(10) VALUE 0.
           01 WS-OVERDUE PIC S9(10) VALUE 0.
           01 WS-NOT-SETTLED PIC S9(10) VALUE 0.
           01 WS-SHORT-TOTAL PIC S9(10) VALUE 0.
           01 WS-UNEXPECTED PIC S9(10) VALUE 0.
           01 WS-ADJUSTED PIC S9(10) VALUE 0.
           01 WS-UNEXPLAINED PIC S9(10) VALUE 0.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.

           01 WS-HEAD-LINE.
              05 FILLER PIC X(20) VALUE "BANK RECONCILIATION ".
              05 WS-HL-DATE PIC 9(8).
              05 FILLER PIC X(40) VALUE SPACES.
              05 FILLER PIC X(5) VALUE "PAGE ".
              05 WS-HL-PAGE PIC ZZ9.
           01 WS-AMOUNT-LINE.
              05 WS-AL-LABEL PIC X(44).
              05 WS-AL-AMOUNT PIC -(9)9.
           01 WS-EXC-COL-LINE.
              05 FILLER PIC X(36) VALUE
                "REASON   DATE     FROM     TO".
              05 FILLER PIC X(22) VALUE
                "  EXPECTED     BANKED".
           01 WS-EXC-LINE.
              05 WS-XL-REASON PIC X(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-XL-DATE PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-XL-FROM PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-XL-TO PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-XL-EXPECTED PIC -(9)9.
              05 FILLER PIC X(1) VALUE SPACES.
              05 WS-XL-BANKED PIC -(9)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "get-parameter" USING WS-PAYOUT-KEY,
               WS-PAYOUT-DEFAULT, WS-PAYOUT-DAYS.

      *>    OPEN OUTPUT TRUNCATES ANY EXCEPTION LIST LEFT OVER FROM
      *>    THE LAST RUN -- THIS JOB ONLY EVER REPORTS CURRENT STATE.
           OPEN OUTPUT F-EXCEPTION-FILE.
           CLOSE F-EXCEPTION-FILE.

           PERFORM LOAD-STATEMENT.
           IF WS-STATEMENT-DATE = 0 THEN
               GOBACK
           END-IF.
           PERFORM LOAD-HISTORY.

           OPEN EXTEND F-EXCEPTION-FILE.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM UNTIL WS-LINE-IDX = WS-LINE-COUNT
               ADD 1 TO WS-LINE-IDX
               PERFORM MATCH-ONE-LINE
           END-PERFORM.
           PERFORM TOTAL-UNBANKED-DAYS.
           CLOSE F-EXCEPTION-FILE.

           PERFORM SAVE-HISTORY.
           PERFORM TALLY-GL-CASH.

           COMPUTE WS-ADJUSTED = WS-BANK-CLOSING + WS-AWAITING +
               WS-OVERDUE + WS-NOT-SETTLED + WS-SHORT-TOTAL -
               WS-UNEXPECTED.
           COMPUTE WS-UNEXPLAINED = WS-GL-CASH - WS-ADJUSTED.

           PERFORM COUNT-SPOOL.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-INDEX-ROW.

           DISPLAY "BANK RECONCILIATION " WS-STATEMENT-DATE
             " EXCEPTIONS " WS-EXCEPTION-COUNT.

           GOBACK.

      *>    WITH NO CLOSING LINE THE CLOSING BALANCE IS WORKED OUT
      *>    FROM THE OPENING ONE, AND THE LAST MOVEMENT DATES IT.
       LOAD-STATEMENT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-STATEMENT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-STATEMENT-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END PERFORM LOAD-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE F-STATEMENT-FILE.

           IF WS-CLOSING-FOUND = 0 THEN
               COMPUTE WS-BANK-CLOSING =
                   WS-BANK-OPENING + WS-BANK-MOVEMENT
           END-IF.

       LOAD-ONE-LINE.
           MOVE BS-AMOUNT TO WS-SIGNED-AMOUNT.
           IF BS-SIGN = "-" THEN
               COMPUTE WS-SIGNED-AMOUNT = 0 - BS-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN BS-TYPE = "O"
                   MOVE WS-SIGNED-AMOUNT TO WS-BANK-OPENING
               WHEN BS-TYPE = "C"
                   MOVE WS-SIGNED-AMOUNT TO WS-BANK-CLOSING
                   MOVE 1 TO WS-CLOSING-FOUND
                   MOVE BS-DATE TO WS-STATEMENT-DATE
               WHEN BS-TYPE = "T"
                   ADD WS-SIGNED-AMOUNT TO WS-BANK-MOVEMENT
                   IF WS-CLOSING-FOUND = 0 AND
                      BS-DATE > WS-STATEMENT-DATE THEN
                       MOVE BS-DATE TO WS-STATEMENT-DATE
                   END-IF
                   IF WS-LINE-COUNT < 9999 THEN
                       ADD 1 TO WS-LINE-COUNT
                       MOVE BS-DATE TO WS-LN-DATE(WS-LINE-COUNT)
                       MOVE WS-SIGNED-AMOUNT TO
                         WS-LN-AMOUNT(WS-LINE-COUNT)
                       MOVE BS-PAYOUT-FROM TO WS-LN-FROM(WS-LINE-COUNT)
                       MOVE BS-PAYOUT-TO TO WS-LN-TO(WS-LINE-COUNT)
                   END-IF
           END-EVALUATE.

       LOAD-HISTORY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-DAY-COUNT < 19999 THEN
                           ADD 1 TO WS-DAY-COUNT
                           MOVE SH-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
                           MOVE SH-PAID-IN TO
                             WS-DAY-PAID-IN(WS-DAY-COUNT)
                           MOVE SH-PAID-OUT TO
                             WS-DAY-PAID-OUT(WS-DAY-COUNT)
                           MOVE SH-BANKED-DATE TO
                             WS-DAY-BANKED-DATE(WS-DAY-COUNT)
                           IF SH-DATE > WS-LAST-SETTLED THEN
                               MOVE SH-DATE TO WS-LAST-SETTLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

      *>    A PAYOUT IS JUDGED AGAINST THE WHOLE RANGE OF DAYS IT
      *>    CLAIMS TO COVER. THE SAME STATEMENT RUN TWICE FINDS ITS
      *>    OWN BANKED DATE ON THOSE DAYS AND IS NOT A DUPLICATE.
       MATCH-ONE-LINE.
           IF WS-LN-FROM(WS-LINE-IDX) = 0 THEN
               MOVE 0 TO WS-EXPECTED
               MOVE "UNEXPECT" TO BX-REASON
               PERFORM WRITE-LINE-EXCEPTION
               ADD WS-LN-AMOUNT(WS-LINE-IDX) TO WS-UNEXPECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-EXPECTED.
           MOVE 0 TO WS-RANGE-DAYS.
           MOVE 0 TO WS-RANGE-CLASH.
           MOVE 0 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
               ADD 1 TO WS-DAY-IDX
               IF WS-DAY-DATE(WS-DAY-IDX) >= WS-LN-FROM(WS-LINE-IDX)
                  AND WS-DAY-DATE(WS-DAY-IDX) <=
                  WS-LN-TO(WS-LINE-IDX) THEN
                   ADD 1 TO WS-RANGE-DAYS
                   COMPUTE WS-EXPECTED = WS-EXPECTED +
                       WS-DAY-PAID-IN(WS-DAY-IDX) -
                       WS-DAY-PAID-OUT(WS-DAY-IDX)
                   IF WS-DAY-BANKED-DATE(WS-DAY-IDX) NOT = 0 AND
                      WS-DAY-BANKED-DATE(WS-DAY-IDX) NOT =
                      WS-LN-DATE(WS-LINE-IDX) THEN
                       MOVE 1 TO WS-RANGE-CLASH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RANGE-DAYS = 0 THEN
               MOVE "UNEXPECT" TO BX-REASON
               PERFORM WRITE-LINE-EXCEPTION
               ADD WS-LN-AMOUNT(WS-LINE-IDX) TO WS-UNEXPECTED
               EXIT PARAGRAPH
           END-IF.

           IF WS-RANGE-CLASH = 1 THEN
               MOVE "DUPLDEP" TO BX-REASON
               PERFORM WRITE-LINE-EXCEPTION
               ADD WS-LN-AMOUNT(WS-LINE-IDX) TO WS-UNEXPECTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
               ADD 1 TO WS-DAY-IDX
               IF WS-DAY-DATE(WS-DAY-IDX) >= WS-LN-FROM(WS-LINE-IDX)
                  AND WS-DAY-DATE(WS-DAY-IDX) <=
                  WS-LN-TO(WS-LINE-IDX) THEN
                   MOVE WS-LN-DATE(WS-LINE-IDX) TO
                     WS-DAY-BANKED-DATE(WS-DAY-IDX)
               END-IF
           END-PERFORM.

           IF WS-LN-AMOUNT(WS-LINE-IDX) = WS-EXPECTED THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-LN-AMOUNT(WS-LINE-IDX) < WS-EXPECTED THEN
               MOVE "SHORTDEP" TO BX-REASON
           ELSE
               MOVE "OVERDEP" TO BX-REASON
           END-IF.
           PERFORM WRITE-LINE-EXCEPTION.
           COMPUTE WS-SHORT-TOTAL = WS-SHORT-TOTAL + WS-EXPECTED -
               WS-LN-AMOUNT(WS-LINE-IDX).

       WRITE-LINE-EXCEPTION.
           MOVE WS-LN-DATE(WS-LINE-IDX) TO BX-DATE.
           MOVE WS-LN-FROM(WS-LINE-IDX) TO BX-FROM.
           MOVE WS-LN-TO(WS-LINE-IDX) TO BX-TO.
           MOVE WS-EXPECTED TO BX-EXPECTED.
           MOVE WS-LN-AMOUNT(WS-LINE-IDX) TO BX-BANKED.
           MOVE "+" TO BX-BANK-SIGN.
           IF WS-LN-AMOUNT(WS-LINE-IDX) < 0 THEN
               MOVE "-" TO BX-BANK-SIGN
           END-IF.
           WRITE BX-ENTRY.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *>    SETTLED MONEY NOT YET IN THE BANK BY THE STATEMENT DATE
      *>    IS A RECONCILING ITEM; ONCE IT IS OLDER THAN THE PAYOUT
      *>    WINDOW IT IS ALSO FLAGGED AS MISSING.
       TOTAL-UNBANKED-DAYS.
           COMPUTE WS-OVERDUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STATEMENT-DATE) -
               WS-PAYOUT-DAYS).

           MOVE 0 TO WS-DAY-IDX.
           PERFORM UNTIL WS-DAY-IDX = WS-DAY-COUNT
               ADD 1 TO WS-DAY-IDX
               IF WS-DAY-BANKED-DATE(WS-DAY-IDX) = 0 AND
                  WS-DAY-DATE(WS-DAY-IDX) <= WS-STATEMENT-DATE THEN
                   COMPUTE WS-EXPECTED = WS-DAY-PAID-IN(WS-DAY-IDX) -
                       WS-DAY-PAID-OUT(WS-DAY-IDX)
                   IF WS-DAY-DATE(WS-DAY-IDX) < WS-OVERDUE-DATE THEN
                       ADD WS-EXPECTED TO WS-OVERDUE
                       IF WS-EXPECTED > 0 THEN
                           MOVE WS-DAY-DATE(WS-DAY-IDX) TO BX-DATE
                           MOVE WS-DAY-DATE(WS-DAY-IDX) TO BX-FROM
                           MOVE WS-DAY-DATE(WS-DAY-IDX) TO BX-TO
                           MOVE WS-EXPECTED TO BX-EXPECTED
                           MOVE 0 TO BX-BANKED
                           MOVE "+" TO BX-BANK-SIGN
                           MOVE "MISSING" TO BX-REASON
                           WRITE BX-ENTRY
                           ADD 1 TO WS-EXCEPTION-COUNT
                       END-IF
                   ELSE
                       ADD WS-EXPECTED TO WS-AWAITING
                   END-IF
               END-IF
           END-PERFORM.

      *>    THE HISTORY IS REWRITTEN IN THE ORDER IT WAS READ, SO
      *>    ROW N ON DISK IS ALWAYS TABLE ENTRY N.
       SAVE-HISTORY.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-DAY-IDX.
           OPEN I-O F-HISTORY-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-HISTORY-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       ADD 1 TO WS-DAY-IDX
                       IF WS-DAY-IDX <= WS-DAY-COUNT AND
                          SH-DATE = WS-DAY-DATE(WS-DAY-IDX) AND
                          SH-BANKED-DATE NOT =
                          WS-DAY-BANKED-DATE(WS-DAY-IDX) THEN
                           MOVE WS-DAY-BANKED-DATE(WS-DAY-IDX) TO
                             SH-BANKED-DATE
                           REWRITE SH-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-HISTORY-FILE.

      *>    THE CASH BOOK AS AT THE STATEMENT DATE. WHATEVER POSTED
      *>    AFTER THE LAST DAY THE PROCESSOR HAS SETTLED CANNOT HAVE
      *>    REACHED THE BANK YET.
       TALLY-GL-CASH.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-GL-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-GL-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF GL-ACCOUNT = 1100 AND
                          GL-DATE <= WS-STATEMENT-DATE THEN
                           MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
                           IF GL-SIDE NOT = "D" THEN
                               COMPUTE WS-SIGNED-AMOUNT =
                                   0 - GL-AMOUNT
                           END-IF
                           ADD WS-SIGNED-AMOUNT TO WS-GL-CASH
                           IF GL-DATE > WS-LAST-SETTLED THEN
                               ADD WS-SIGNED-AMOUNT TO WS-NOT-SETTLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE F-GL-FILE.

       WRITE-REPORT.
           OPEN EXTEND F-SPOOL-FILE.
           PERFORM WRITE-PAGE-HEADING.

           MOVE SPACES TO SP-LINE.
           STRING "STATEMENT DATE " WS-STATEMENT-DATE
               DELIMITED BY SIZE INTO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "BALANCE PER GL ACCOUNT 1100" TO WS-AL-LABEL.
           MOVE WS-GL-CASH TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "BANK OPENING BALANCE" TO WS-AL-LABEL.
           MOVE WS-BANK-OPENING TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "BALANCE PER BANK STATEMENT" TO WS-AL-LABEL.
           MOVE WS-BANK-CLOSING TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

           MOVE "RECONCILING ITEMS" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "  ADD SETTLED, AWAITING PAYOUT" TO WS-AL-LABEL.
           MOVE WS-AWAITING TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  ADD SETTLED, PAYOUT MISSING" TO WS-AL-LABEL.
           MOVE WS-OVERDUE TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  ADD CARD MONEY NOT YET SETTLED" TO WS-AL-LABEL.
           MOVE WS-NOT-SETTLED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  ADD PAYOUTS SHORT (OVER) PAID" TO WS-AL-LABEL.
           MOVE WS-SHORT-TOTAL TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "  LESS BANK ITEMS NOT IN THE LEDGER" TO WS-AL-LABEL.
           MOVE WS-UNEXPECTED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           MOVE "ADJUSTED BANK BALANCE" TO WS-AL-LABEL.
           MOVE WS-ADJUSTED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "UNEXPLAINED DIFFERENCE" TO WS-AL-LABEL.
           MOVE WS-UNEXPLAINED TO WS-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-UNEXPLAINED = 0 THEN
               MOVE "CASH RECONCILED" TO SP-LINE
           ELSE
               MOVE "*** CASH DOES NOT RECONCILE ***" TO SP-LINE
           END-IF.
           PERFORM WRITE-SPOOL-LINE.

           IF WS-EXCEPTION-COUNT > 0 THEN
               MOVE SPACES TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE "EXCEPTIONS" TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               MOVE WS-EXC-COL-LINE TO SP-LINE
               PERFORM WRITE-SPOOL-LINE
               PERFORM WRITE-EXCEPTION-LINES
           END-IF.

           MOVE "*** END OF REPORT ***" TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.
           CLOSE F-SPOOL-FILE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO SP-LINE.
           PERFORM WRITE-SPOOL-LINE.

       WRITE-EXCEPTION-LINES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-EXCEPTION-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-EXCEPTION-FILE
                   AT END MOVE 1 TO WS-FILE-IS-ENDED
                   NOT AT END
                       IF WS-PAGE-LINES > 55 THEN
                           ADD 1 TO WS-PAGE-NO
                           PERFORM WRITE-PAGE-HEADING
                           MOVE WS-EXC-COL-LINE TO SP-LINE
                           PERFORM WRITE-SPOOL-LINE
                       END-IF
                       MOVE BX-REASON TO WS-XL-REASON
                       MOVE BX-DATE TO WS-XL-DATE
                       MOVE BX-FROM TO WS-XL-FROM
                       MOVE BX-TO TO WS-XL-TO
                       MOVE BX-EXPECTED TO WS-XL-EXPECTED
                       MOVE BX-BANKED TO WS-XL-BANKED
                       IF BX-BANK-SIGN = "-" THEN
                           COMPUTE WS-XL-BANKED = 0 - BX-BANKED
                       END-IF
                       MOVE WS-EXC-LINE TO SP-LINE
                       PERFORM WRITE-SPOOL-LINE
               END-READ
           END-PERFORM.
           CLOSE F-EXCEPTION-FILE.

       WRITE-PAGE-HEADING.
           MOVE WS-TODAY TO WS-HL-DATE.
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
           MOVE "BANK RECONCILIATION" TO SPX-TITLE.
           COMPUTE SPX-START-LINE = WS-START-LINE + 1.
           MOVE WS-LINES-WRITTEN TO SPX-LINE-COUNT.
           WRITE SPX-ENTRY.
           CLOSE F-INDEX-FILE.
